000010******************************************************************
000020*  ADRCHREC.CPY
000030*
000040*  OUTBOUND ADDRESS-CHANGE FEED RECORD LAYOUT.
000050*
000060*  THE NIGHTLY CHANGE-DATA FEED CNVADRCH BUILDS FROM THE
000070*  JOURNAL FOR BILLING AND THE CRM SYSTEM.  ONE HDR RECORD,
000080*  ONE DETAIL RECORD PER ACCOUNT WHOSE NAME OR ADDRESS MOVED
000090*  THAT NIGHT, ONE TRL RECORD.  THE CONTROL RECORDS FOLLOW THE
000100*  CONVERT6 INPUT CONVENTION -- 'HDR' + FILE DATE + FILE
000110*  SEQUENCE, 'TRL' + DETAIL RECORD COUNT -- AND A DETAIL RECORD
000120*  ALWAYS STARTS WITH ITS NUMERIC ACCOUNT NUMBER, SO THE FIRST
000130*  THREE BYTES TELL THE RECORD TYPES APART.
000140*
000150*  A DETAIL CARRIES THE NET CHANGE FOR THE NIGHT: THE ACTION
000160*  (A = ADD, C = CHANGE, D = CLOSURE), THE NAME AND ADDRESS
000170*  BEFORE THE NIGHT'S FIRST UPDATE AND AFTER ITS LAST.  AN ADD
000180*  HAS A BLANK BEFORE GROUP, A CLOSURE A BLANK AFTER GROUP.
000190*  THE JOURNAL DATE AND TIME ARE THOSE OF THE LAST UPDATE.
000200*
000210*  THE TRAILER BALANCES TO THE JOURNAL --
000220*      JOURNAL ENTRIES = DETAILS + SUPERSEDED + NO NET CHANGE
000230*  WHERE SUPERSEDED ENTRIES ARE AN ACCOUNT'S EARLIER UPDATES
000240*  THE SAME NIGHT AND NO NET CHANGE COUNTS THE ACCOUNTS WHOSE
000250*  NAME AND ADDRESS ENDED THE NIGHT AS THEY STARTED IT.  THE
000260*  HASH TOTAL IS THE SUM OF THE DETAIL ACCOUNT NUMBERS, THE
000270*  SAME HASH CNVRECON USES FOR THE FEEDS.
000280*
000290*  RECORD LENGTH .......... 208 BYTES
000300*
000310*  MODIFICATION HISTORY
000320*  ---------------------------------------------------------------
000330*  DATE       INIT  DESCRIPTION
000340*  2026-10-15  JLM  ORIGINAL COPYBOOK.
000350******************************************************************
000360 01  ACH-RECORD.
000370     05  ACH-ACCOUNT-NO          PIC 9(08).
000380     05  FILLER                  PIC X(01).
000390     05  ACH-ACTION              PIC X(01).
000400         88  ACH-ACTION-ADD             VALUE "A".
000410         88  ACH-ACTION-CHANGE          VALUE "C".
000420         88  ACH-ACTION-CLOSURE         VALUE "D".
000430     05  FILLER                  PIC X(01).
000440     05  ACH-BEFORE.
000450         10  ACH-BEFORE-NAME     PIC X(30).
000460         10  ACH-BEFORE-STREET   PIC X(30).
000470         10  ACH-BEFORE-CITY     PIC X(20).
000480         10  ACH-BEFORE-STATE    PIC X(02).
000490         10  ACH-BEFORE-CEP      PIC X(08).
000500     05  FILLER                  PIC X(01).
000510     05  ACH-AFTER.
000520         10  ACH-AFTER-NAME      PIC X(30).
000530         10  ACH-AFTER-STREET    PIC X(30).
000540         10  ACH-AFTER-CITY      PIC X(20).
000550         10  ACH-AFTER-STATE     PIC X(02).
000560         10  ACH-AFTER-CEP       PIC X(08).
000570     05  FILLER                  PIC X(01).
000580     05  ACH-JRN-DATE            PIC 9(08).
000590     05  FILLER                  PIC X(01).
000600     05  ACH-JRN-TIME            PIC 9(06).
000610
000620 01  ACH-CONTROL-RECORD.
000630     05  ACH-CTL-TYPE            PIC X(03).
000640         88  ACH-IS-HEADER              VALUE "HDR".
000650         88  ACH-IS-TRAILER             VALUE "TRL".
000660     05  ACH-HDR-DATA.
000670         10  ACH-HDR-FILE-DATE   PIC 9(08).
000680         10  ACH-HDR-FILE-SEQ    PIC 9(04).
000690         10  FILLER              PIC X(01).
000700         10  ACH-HDR-FEED-NAME   PIC X(20).
000710         10  FILLER              PIC X(01).
000720         10  ACH-HDR-CREATE-DATE PIC 9(08).
000730         10  FILLER              PIC X(01).
000740         10  ACH-HDR-CREATE-TIME PIC 9(06).
000750         10  FILLER              PIC X(156).
000760     05  ACH-TRL-DATA REDEFINES ACH-HDR-DATA.
000770         10  ACH-TRL-REC-COUNT   PIC 9(08).
000780         10  FILLER              PIC X(01).
000790         10  ACH-TRL-ADD-COUNT   PIC 9(08).
000800         10  FILLER              PIC X(01).
000810         10  ACH-TRL-CHANGE-COUNT PIC 9(08).
000820         10  FILLER              PIC X(01).
000830         10  ACH-TRL-CLOSE-COUNT PIC 9(08).
000840         10  FILLER              PIC X(01).
000850         10  ACH-TRL-JRN-COUNT   PIC 9(08).
000860         10  FILLER              PIC X(01).
000870         10  ACH-TRL-SUPERSEDED  PIC 9(08).
000880         10  FILLER              PIC X(01).
000890         10  ACH-TRL-UNCHANGED   PIC 9(08).
000900         10  FILLER              PIC X(01).
000910         10  ACH-TRL-HASH        PIC 9(15).
000920         10  FILLER              PIC X(127).
