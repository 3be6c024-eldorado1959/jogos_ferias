000010******************************************************************
000020*  ITJRNREC.CPY
000030*
000040*  ITEM MASTER UPDATE JOURNAL RECORD LAYOUT.
000050*
000060*  THE ITEM-MASTER COUNTERPART OF JRNLREC.  ONE RECORD IS
000070*  APPENDED TO THE ITEM JOURNAL (ITMJRNL DD) FOR EVERY WRITE OR
000080*  REWRITE CONVERT6 APPLIES TO THE INDEXED ITEM MASTER -- DATE
000090*  AND TIME OF THE UPDATE, THE ITEM CODE, THE FULL MASTER IMAGE
000100*  BEFORE AND AFTER THE UPDATE, THE INPUT FILE THAT DROVE THE
000110*  RUN AND ITS HEADER FILE DATE/SEQUENCE.  AN ADD CARRIES
000120*  SPACES AS ITS BEFORE-IMAGE.  A RETIREMENT IS A REWRITE (THE
000130*  ITEM STAYS ON THE MASTER, FLAGGED), SO IT CARRIES BOTH
000140*  IMAGES.  THE JOURNAL IS CUMULATIVE ACROSS RUNS AND ANSWERS
000150*  "WHAT DID THIS ITEM SAY ON A GIVEN DATE".
000160*
000170*  RECORD LENGTH .......... 343 BYTES
000180*
000190*  MODIFICATION HISTORY
000200*  ---------------------------------------------------------------
000210*  DATE       INIT  DESCRIPTION
000220*  2026-10-15  JLM  ORIGINAL COPYBOOK -- BEFORE/AFTER IMAGE
000230*                   JOURNAL OF EVERY ITEM MASTER WRITE AND
000240*                   REWRITE.
000250******************************************************************
000260 01  IJR-RECORD.
000270     05  IJR-DATE                PIC 9(08).
000280     05  FILLER                  PIC X(01).
000290     05  IJR-TIME                PIC 9(06).
000300     05  FILLER                  PIC X(01).
000310     05  IJR-ITEM-CODE           PIC X(08).
000320     05  FILLER                  PIC X(01).
000330     05  IJR-ACTION              PIC X(01).
000340         88  IJR-ACTION-ADD             VALUE "A".
000350         88  IJR-ACTION-CHANGE          VALUE "C".
000360         88  IJR-ACTION-RETIRE          VALUE "R".
000370     05  FILLER                  PIC X(01).
000380     05  IJR-INPUT-DSNAME        PIC X(40).
000390     05  FILLER                  PIC X(01).
000400     05  IJR-BEFORE-IMAGE        PIC X(130).
000410     05  FILLER                  PIC X(01).
000420     05  IJR-AFTER-IMAGE         PIC X(130).
000430     05  FILLER                  PIC X(01).
000440     05  IJR-FILE-DATE           PIC 9(08).
000450     05  FILLER                  PIC X(01).
000460     05  IJR-FILE-SEQ            PIC 9(04).
