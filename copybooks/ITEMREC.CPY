000010******************************************************************
000020*  ITEMREC.CPY
000030*
000040*  ITEM MASTER RECORD LAYOUT.
000050*
000060*  THE PERSISTENT INDEXED (KSDS) ITEM MASTER, KEYED ON THE ITEM
000070*  CODE, THAT CONVERT6 MAINTAINS FROM THE DESCRIPTION FEED IN
000080*  MASTER-UPDATE MODE (LAYOUT 'D').  THE FIRST 100 BYTES MIRROR
000090*  THE DESCREC EXTRACT LAYOUT FIELD FOR FIELD (THE RECORD-TYPE
000100*  BYTE IS NEVER STORED -- IT IS ALWAYS BLANK ON THE MASTER).
000110*  THE BYTES PAST 100 ARE MASTER-ONLY STATE: THE ITEM STATUS
000120*  AND THE DATES IT WAS ADDED, LAST CHANGED AND RETIRED.  A
000130*  RETIRED ITEM IS KEPT ON THE MASTER, FLAGGED, SO ITS LAST
000140*  DESCRIPTION CAN STILL BE ANSWERED FOR; A LATER ADD/CHANGE
000150*  RECORD FOR THE SAME ITEM REINSTATES IT.
000160*
000170*  RECORD LENGTH .......... 130 BYTES
000180*
000190*  MODIFICATION HISTORY
000200*  ---------------------------------------------------------------
000210*  DATE       INIT  DESCRIPTION
000220*  2026-10-15  JLM  ORIGINAL COPYBOOK -- THE DESCRIPTION DATA
000230*                   HAD ONLY EVER EXISTED AS THE NIGHTLY FLAT
000240*                   EXTRACT, OVERWRITTEN EACH RUN.
000250******************************************************************
000260 01  ITM-ITEM-RECORD.
000270     05  ITM-ITEM-CODE           PIC X(08).
000280     05  ITM-SHORT-DESC          PIC X(25).
000290     05  ITM-LONG-DESC           PIC X(60).
000300     05  FILLER                  PIC X(07).
000310     05  ITM-STATUS              PIC X(01).
000320         88  ITM-ACTIVE                 VALUE "A".
000330         88  ITM-RETIRED                VALUE "R".
000340     05  ITM-ADDED-DATE          PIC 9(08).
000350     05  ITM-CHANGED-DATE        PIC 9(08).
000360     05  ITM-RETIRED-DATE        PIC 9(08).
000370     05  FILLER                  PIC X(05).
