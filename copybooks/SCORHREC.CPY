000010******************************************************************
000020*  SCORHREC.CPY
000030*
000040*  CUSTOMER MASTER SCORECARD HISTORY RECORD LAYOUT.
000050*
000060*  THE SCORECARD HISTORY (SCORHIST DD) HOLDS THE FIGURES OF
000070*  EVERY MONTHLY CNVSCORE RUN, SO THE NEXT RUN CAN SHOW ITS OWN
000080*  FIGURES AGAINST THE PRIOR MONTH'S.  ONE RUN WRITES, UNDER
000090*  ITS RUN MONTH --
000100*    TYPE 'S'  ONE RECORD PER STATE CODE ON THE MASTER.  THE
000110*              SIX FIGURES ARE ACCOUNTS, ACCOUNTS WITH NO CEP,
000120*              ACCOUNTS WITH A CEP OUTSIDE ITS CEPTAB RANGE,
000130*              MAIL-SUPPRESSED ACCOUNTS, ACCOUNTS UNTOUCHED BY
000140*              THE JOURNAL, AND ACCOUNTS NEEDING WORK.
000150*    TYPE 'R'  ONE RECORD PER STATE CODE AND SUPPRESSION
000160*              REASON.  THE SIX FIGURES ARE THE ACCOUNTS
000170*              SUPPRESSED 0-29 DAYS, 30-89, 90-179, 180-364,
000180*              365 AND OVER, AND THE TOTAL (WHICH ALSO COUNTS
000190*              A SUPPRESSION WITH NO USABLE DATE).
000200*  THE FILE IS KEPT IN RUN-MONTH ORDER.  A RERUN IN THE SAME
000210*  MONTH REPLACES THAT MONTH'S RECORDS.
000220*
000230*  RECORD LENGTH .......... 80 BYTES
000240*
000250*  MODIFICATION HISTORY
000260*  ---------------------------------------------------------------
000270*  DATE       INIT  DESCRIPTION
000280*  2026-10-15  JLM  ORIGINAL COPYBOOK.
000290******************************************************************
000300 01  SCH-RECORD.
000310     05  SCH-RUN-MONTH           PIC 9(06).
000320     05  FILLER                  PIC X(01).
000330     05  SCH-REC-TYPE            PIC X(01).
000340         88  SCH-IS-STATE               VALUE "S".
000350         88  SCH-IS-REASON              VALUE "R".
000360     05  FILLER                  PIC X(01).
000370     05  SCH-STATE               PIC X(02).
000380     05  FILLER                  PIC X(01).
000390     05  SCH-REASON              PIC X(02).
000400     05  SCH-FIGURE-GROUP OCCURS 6 TIMES.
000410         10  FILLER              PIC X(01).
000420         10  SCH-FIGURE          PIC 9(09).
000430     05  FILLER                  PIC X(06).
