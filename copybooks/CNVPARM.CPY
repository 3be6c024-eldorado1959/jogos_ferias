000360*                   'D' WRITES A SEMICOLON-DELIMITED RECORD WITH
000370*                   A FIELD-NAME HEADER AND A TRL RECORD-COUNT
000380*                   TRAILER FOR THE WAREHOUSE LOAD.  DEFAULT F.
000390*  2026-09-02  JLM  ADDED NET-CHANGE SWITCH (POSITION 88) --
000400*                   'Y' COMPARES EACH CONVERTED RECORD FIELD BY
000410*                   FIELD AGAINST THE MATCHING MASTER RECORD IN
000420*                   MASTER-UPDATE MODE; AN UNCHANGED RECORD IS
000430*                   COUNTED AND ROUTED TO THE BYPASS DATASET
000440*                   INSTEAD OF THE OUTBOUND FEED, AND IS NOT
000450*                   REWRITTEN.  VALID ONLY WITH MASTER-UPDATE
000460*                   MODE.  DEFAULT IS N.
000470*  2026-10-15  JLM  MASTER-UPDATE SWITCH NOW ALSO VALID WITH
000480*                   LAYOUT 'D' -- IT APPLIES THE DESCRIPTION
000490*                   FEED TO THE INDEXED ITEM MASTER (ITEMMAST
000500*                   DD) INSTEAD OF THE CUSTOMER MASTER.
000510******************************************************************
000520 01  CNV-PARM-AREA.
000530     05  CNV-CASE-MODE           PIC X(01) VALUE 'U'.
000540         88  CNV-MODE-UPPERCASE         VALUE 'U'.
000550         88  CNV-MODE-LOWERCASE         VALUE 'L'.
000560         88  CNV-MODE-TITLECASE         VALUE 'T'.
000570     05  CNV-RESTART-SWITCH      PIC X(01) VALUE 'N'.
000580         88  CNV-RESTART-REQUESTED      VALUE 'Y'.
000590     05  CNV-INPUT-DSNAME        PIC X(40) VALUE SPACES.
000600     05  CNV-OUTPUT-DSNAME       PIC X(40) VALUE SPACES.
000610     05  CNV-MASTER-SWITCH       PIC X(01) VALUE 'N'.
000620         88  CNV-MASTER-UPDATE          VALUE 'Y'.
000630     05  CNV-DUP-POLICY          PIC X(01) VALUE 'F'.
000640         88  CNV-DUP-KEEP-FIRST         VALUE 'F'.
000650         88  CNV-DUP-KEEP-LAST          VALUE 'L'.
000660         88  CNV-DUP-REJECT-BOTH        VALUE 'B'.
000670     05  CNV-LAYOUT-CODE         PIC X(01) VALUE 'C'.
000680         88  CNV-LAYOUT-CUSTOMER        VALUE 'C'.
000690         88  CNV-LAYOUT-DESC            VALUE 'D'.
000700     05  CNV-XLIT-SWITCH         PIC X(01) VALUE 'N'.
000710         88  CNV-XLIT-REQUESTED         VALUE 'Y'.
000720     05  CNV-OUT-FORMAT          PIC X(01) VALUE 'F'.
000730         88  CNV-OUT-FIXED              VALUE 'F'.
000740         88  CNV-OUT-DELIMITED          VALUE 'D'.
000750     05  CNV-NETCHG-SWITCH       PIC X(01) VALUE 'N'.
000760         88  CNV-NETCHG-REQUESTED       VALUE 'Y'.
