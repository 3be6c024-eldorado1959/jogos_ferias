000010******************************************************************
000020*  PENDREC.CPY
000030*
000040*  CNVMAINT PENDING-APPROVAL RECORD LAYOUT.
000050*
000060*  ONE LINE PER MAINTENANCE CARD WAITING FOR A SECOND USER'S
000070*  APPROVAL (MNTPEND DD).  THE SUBMISSION RUN OF CNVMAINT
000080*  (STAGE 'S') APPENDS EVERY CARD THAT PASSES ITS EDITS, UNDER
000090*  THE SUBMITTING USER; THE APPROVAL RUN (STAGE 'A') APPLIES
000100*  THE CARDS ANOTHER USER APPROVED, DROPS THE ONES DECLINED OR
000110*  EXPIRED AND WRITES BACK ONLY WHAT IS STILL PENDING.
000120*
000130*  THE BATCH ID IS THE DATE AND TIME OF THE SUBMISSION RUN --
000140*  EVERY CARD OF ONE SUBMISSION CARRIES THE SAME BATCH ID AND
000150*  ITS OWN ITEM NUMBER (ITS CARD NUMBER IN THE DECK).  THE CARD
000160*  IMAGE IS THE MNTCARDS CARD EXACTLY AS SUBMITTED.
000170*
000180*  RECORD LENGTH .......... 160 BYTES
000190*
000200*  MODIFICATION HISTORY
000210*  ---------------------------------------------------------------
000220*  DATE       INIT  DESCRIPTION
000230*  2026-10-15  JLM  ORIGINAL COPYBOOK.
000240******************************************************************
000250 01  PND-RECORD.
000260     05  PND-BATCH-ID.
000270         10  PND-BATCH-DATE      PIC 9(08).
000280         10  PND-BATCH-TIME      PIC 9(06).
000290     05  FILLER                  PIC X(01).
000300     05  PND-ITEM-NO             PIC 9(05).
000310     05  FILLER                  PIC X(01).
000320     05  PND-SUBMIT-USER         PIC X(20).
000330     05  FILLER                  PIC X(01).
000340     05  PND-CARD-IMAGE          PIC X(102).
000350     05  FILLER                  PIC X(16).
