000010******************************************************************
000020*  MCTLREC.CPY
000030*
000040*  CUSTOMER MASTER CONTROL RECORD LAYOUT.
000050*
000060*  ONE RECORD, KEPT ON THE MASTER CONTROL DATASET (MSTCTL DD),
000070*  THAT CARRIES THE CUSTOMER MASTER'S RECORD COUNT AND ACCOUNT-
000080*  NUMBER HASH TOTAL FROM NIGHT TO NIGHT.  THE PROVEN COLUMNS
000090*  ARE THE TOTALS THE CNVMCTL SWEEP LAST COUNTED ON THE MASTER
000100*  ITSELF.  EVERY PROGRAM THAT WRITES THE MASTER (CONVERT6,
000110*  CNVMAINT, CNVJREST, CNVRETSP) ROLLS THE ADD AND DELETE
000120*  COLUMNS FORWARD BY WHAT IT DID, AND THE NEXT SWEEP PROVES
000130*  PROVEN + ADDS - DELETES AGAINST A FRESH COUNT OF THE MASTER
000140*  BEFORE TAKING THE FRESH COUNT AS THE NEW PROVEN TOTAL.
000150*
000160*  A PROVEN DATE OF ZERO MEANS THE TOTALS HAVE NEVER BEEN
000170*  ESTABLISHED -- THE NEXT SWEEP ESTABLISHES THEM.  THE HASH
000180*  TOTALS ARE SUMS OF MST-ACCOUNT-NO, THE SAME HASH CNVRECON
000190*  USES FOR THE FEEDS.
000200*
000210*  RECORD LENGTH .......... 130 BYTES
000220*
000230*  MODIFICATION HISTORY
000240*  ---------------------------------------------------------------
000250*  DATE       INIT  DESCRIPTION
000260*  2026-10-15  JLM  ORIGINAL COPYBOOK.
000270******************************************************************
000280 01  MCT-RECORD.
000290     05  MCT-PROVEN-DATE         PIC 9(08).
000300     05  FILLER                  PIC X(01).
000310     05  MCT-PROVEN-TIME         PIC 9(06).
000320     05  FILLER                  PIC X(01).
000330     05  MCT-PROVEN-COUNT        PIC 9(10).
000340     05  FILLER                  PIC X(01).
000350     05  MCT-PROVEN-HASH         PIC 9(18).
000360     05  FILLER                  PIC X(01).
000370     05  MCT-ADD-COUNT           PIC 9(10).
000380     05  FILLER                  PIC X(01).
000390     05  MCT-ADD-HASH            PIC 9(18).
000400     05  FILLER                  PIC X(01).
000410     05  MCT-DELETE-COUNT        PIC 9(10).
000420     05  FILLER                  PIC X(01).
000430     05  MCT-DELETE-HASH         PIC 9(18).
000440     05  FILLER                  PIC X(01).
000450     05  MCT-LAST-PROGRAM        PIC X(08).
000460     05  FILLER                  PIC X(01).
000470     05  MCT-LAST-DATE           PIC 9(08).
000480     05  FILLER                  PIC X(01).
000490     05  MCT-LAST-TIME           PIC 9(06).
