000180*                   HAD BEEN FORCED THROUGH THE CUSTREC LAYOUT,
000190*                   WHERE ITS FIELD BOUNDARIES ONLY LINED UP BY
000200*                   COINCIDENCE.
000210*  2026-10-15  JLM  RECORD TYPE ADDED IN POSITION 94 (CARVED
000220*                   OUT OF THE TRAILING FILLER) -- SPACE OR 'A'
000230*                   IS AN ORDINARY ADD/CHANGE RECORD, AS THE
000240*                   FEED ALREADY SENDS; 'R' RETIRES THE ITEM ON
000250*                   THE ITEM MASTER (SEE ITEMREC).  A RETIREMENT
000260*                   NEEDS ONLY THE ITEM CODE.
000270******************************************************************
000280 01  DR-DESCRIPTION-RECORD.
000290     05  DR-ITEM-CODE            PIC X(08).
000300     05  DR-SHORT-DESC           PIC X(25).
000310     05  DR-LONG-DESC            PIC X(60).
000320     05  DR-REC-TYPE             PIC X(01).
000330         88  DR-TYPE-MAINTAIN           VALUE SPACE "A".
000340         88  DR-TYPE-RETIRE             VALUE "R".
000350     05  FILLER                  PIC X(06).
