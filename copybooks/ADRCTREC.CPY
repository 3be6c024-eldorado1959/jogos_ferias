000010******************************************************************
000020*  ADRCTREC.CPY
000030*
000040*  ADDRESS-CHANGE FEED CONTROL RECORD LAYOUT.
000050*
000060*  ONE RECORD, KEPT ON THE FEED CONTROL DATASET (ADRCTL DD),
000070*  THAT CARRIES THE CNVADRCH HIGH-WATER MARK FROM FEED TO FEED.
000080*  THE JOURNAL IS CUMULATIVE AND ONLY EVER APPENDED TO, SO A
000090*  JOURNAL LINE IS NAMED BY ITS ORDINAL -- ITS LINE NUMBER
000100*  COUNTING FROM THE TOP.  THE LAST COUNT IS THE NUMBER OF
000110*  JOURNAL LINES THE LAST FEED SENT COVERED; THE NEXT FEED
000120*  TAKES EVERY LINE AFTER IT.  THE PREVIOUS COUNT IS WHERE THE
000130*  LAST FEED STARTED, SO THAT FEED CAN BE BUILT AGAIN.  THE
000140*  MARK KEY IS THE DATE, TIME AND ACCOUNT (THE FIRST 24
000150*  BYTES) OF THE JOURNAL LINE AT THE LAST COUNT -- A JOURNAL
000160*  WHOSE LINE AT THAT ORDINAL DOES NOT CARRY THE SAME KEY IS
000170*  NOT THE JOURNAL THE MARK WAS TAKEN ON.
000180*
000190*  THE RECORD IS REWRITTEN ONLY AFTER A FEED HAS BEEN CLOSED
000200*  AND RECOUNTED IN BALANCE.
000210*
000220*  RECORD LENGTH .......... 80 BYTES
000230*
000240*  MODIFICATION HISTORY
000250*  ---------------------------------------------------------------
000260*  DATE       INIT  DESCRIPTION
000270*  2026-10-15  JLM  ORIGINAL COPYBOOK.
000280******************************************************************
000290 01  ACT-RECORD.
000300     05  ACT-LAST-COUNT          PIC 9(09).
000310     05  FILLER                  PIC X(01).
000320     05  ACT-PREV-COUNT          PIC 9(09).
000330     05  FILLER                  PIC X(01).
000340     05  ACT-MARK-KEY            PIC X(24).
000350     05  FILLER                  PIC X(01).
000360     05  ACT-FEED-DATE           PIC 9(08).
000370     05  FILLER                  PIC X(01).
000380     05  ACT-FEED-SEQ            PIC 9(04).
000390     05  FILLER                  PIC X(01).
000400     05  ACT-SENT-DATE           PIC 9(08).
000410     05  FILLER                  PIC X(01).
000420     05  ACT-SENT-TIME           PIC 9(06).
000430     05  FILLER                  PIC X(06).
