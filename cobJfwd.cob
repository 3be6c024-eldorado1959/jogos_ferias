000010******************************************************************
000020*  PROGRAM:   CNVJFWD
000030*  FILE:      cobJfwd.cob
000040*
000050*  AUTHOR:    J. L. MOREIRA -- DATA CONVERSION GROUP
000060*  INSTALLATION: JOGOS DE FERIAS BATCH SERVICES
000070*  DATE-WRITTEN: 2026-10-15
000080*  DATE-COMPILED:
000090*
000100*  PURPOSE.
000110*      FORWARD RECOVERY OF THE INDEXED CUSTOMER MASTER -- THE
000120*      OPPOSITE DIRECTION FROM CNVJREST.  WHEN THE CLUSTER
000130*      ITSELF IS LOST OR DAMAGED, A BACKUP COPY OF THE MASTER
000140*      (BKUPMAST DD) IS LOADED INTO A FRESHLY DEFINED, EMPTY
000150*      CLUSTER (MASTFILE DD) AND EVERY MASTER-UPDATE JOURNAL
000160*      ENTRY (JRNLFILE DD, LAYOUT JRNLREC) STAMPED AFTER THE
000170*      BACKUP POINT IS RE-APPLIED IN JOURNAL ORDER -- CONVERT6,
000180*      CNVMAINT AND CNVJREST UPDATES ALIKE, SINCE ALL THREE
000190*      APPEND TO THE SAME JOURNAL.
000200*
000210*      EACH JOURNAL ENTRY IS RE-APPLIED FROM ITS AFTER-IMAGE --
000220*          A  THE AFTER-IMAGE IS WRITTEN AS A NEW RECORD
000230*          C  THE AFTER-IMAGE IS OVERLAID ON THE RECORD
000240*          D  THE RECORD IS DELETED
000250*      BEFORE ANY ENTRY IS APPLIED, ITS BEFORE-IMAGE IS CHECKED
000260*      AGAINST WHAT THE RECOVERED MASTER HOLDS AT THAT MOMENT
000270*      -- AN ADD EXPECTS NO RECORD, A CHANGE OR DELETE EXPECTS
000280*      THE RECORD TO MATCH THE BEFORE-IMAGE, BYTE FOR BYTE OVER
000290*      THE 100 CUSTREC BYTES THE JOURNAL CARRIES.  A MISMATCH
000300*      MEANS THE BACKUP AND THE JOURNAL DO NOT MEET (WRONG
000310*      BACKUP POINT, A GAP IN THE JOURNAL, OR AN UPDATE MADE
000320*      OUTSIDE THE JOURNALED PROGRAMS).  IT IS LISTED ON THE
000330*      REPORT AND THE ENTRY IS STILL APPLIED -- THE JOURNAL IS
000340*      THE RECORD OF WHAT THE MASTER WAS MADE TO HOLD -- AND
000350*      THE STEP ENDS RC=4 SO THE LISTING GETS REVIEWED.
000360*
000370*      THE RETURN-MAIL SUPPRESSION COLUMNS PAST POSITION 100
000380*      ARE NOT JOURNALED.  THEY COME BACK AS THE BACKUP HELD
000390*      THEM, AND THE REPLAY CLEARS THEM THE WAY THE ORIGINAL
000400*      UPDATE DID -- AN ADD STARTS UNSUPPRESSED, AND A CHANGE
000410*      THAT MOVED A FIELD CLEARS THE FLAG (AS CONVERT6 AND
000420*      CNVMAINT DO) UNLESS IT WAS A CNVJREST BACKOUT, WHICH
000430*      LEAVES THE FLAG ALONE.  OPERATING NOTE -- A CNVRETSP RUN
000440*      MADE AFTER THE BACKUP POINT IS NOT ON THE JOURNAL AND
000450*      MUST BE RE-RUN AGAINST THE RECOVERED MASTER.
000460*
000470*      THE PARM IS POSITIONAL --
000480*          POSITIONS 1-14  BACKUP POINT, CCYYMMDDHHMMSS -- THE
000490*                          DATE/TIME THE BACKUP COPY WAS TAKEN.
000500*                          EVERY JOURNAL ENTRY STAMPED LATER IS
000510*                          REPLAYED; EARLIER ONES ARE ALREADY
000520*                          IN THE BACKUP.  THE SAME CUT-OFF
000530*                          RULE AS THE CNVJREST T-MODE POINT.
000540*
000550*  MODIFICATION HISTORY.
000560*  ---------------------------------------------------------------
000570*  DATE       INIT  DESCRIPTION
000580*  2026-10-15  JLM  ORIGINAL PROGRAM -- A LOST MASTER CLUSTER
000590*                   NO LONGER COSTS EVERY UPDATE SINCE THE LAST
000600*                   BACKUP.
000610******************************************************************
000620 IDENTIFICATION DIVISION.
000630 PROGRAM-ID.  CNVJFWD.
000640 AUTHOR.      J. L. MOREIRA.
000650 INSTALLATION. JOGOS DE FERIAS BATCH SERVICES.
000660 DATE-WRITTEN. 2026-10-15.
000670 DATE-COMPILED.
000680
000690 ENVIRONMENT DIVISION.
000700
000710 CONFIGURATION SECTION.
000720 SOURCE-COMPUTER.  GENERIC-PC.
000730 OBJECT-COMPUTER.  GENERIC-PC.
000740
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770*    THE BACKUP COPY IS READ IN KEY ORDER, THE WAY CNVMSTCV
000780*    READS THE CLUSTER IT COPIES.
000790     SELECT BKUPMAST
000800         ASSIGN TO "BKUPMAST"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS SEQUENTIAL
000830         RECORD KEY IS BKP-ACCOUNT-NO
000840         FILE STATUS IS WS-BKUPMAST-STATUS.
000850
000860     SELECT MASTFILE
000870         ASSIGN TO "MASTFILE"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS RANDOM
000900         RECORD KEY IS MST-ACCOUNT-NO
000910         FILE STATUS IS WS-MASTFILE-STATUS.
000920
000930     SELECT JRNLFILE
000940         ASSIGN TO "JRNLFILE"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-JRNLFILE-STATUS.
000970
000980     SELECT RPTFILE
000990         ASSIGN TO "RPTFILE"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-RPTFILE-STATUS.
001020
001030 DATA DIVISION.
001040 FILE SECTION.
001050
001060*    THE BACKUP IS A COPY OF THE MASTER CLUSTER -- ONLY THE KEY
001070*    IS NAMED; THE RECORD IS MOVED WHOLE.
001080 FD  BKUPMAST
001090     LABEL RECORDS ARE STANDARD.
001100 01  BKP-CUSTOMER-RECORD.
001110     05  BKP-ACCOUNT-NO          PIC 9(08).
001120     05  FILLER                  PIC X(112).
001130
001140 FD  MASTFILE
001150     LABEL RECORDS ARE STANDARD.
001160     COPY MSTREC.
001170
001180 FD  JRNLFILE
001190     LABEL RECORDS ARE STANDARD.
001200     COPY JRNLREC.
001210
001220 FD  RPTFILE
001230     LABEL RECORDS ARE STANDARD.
001240 01  RPT-RECORD                  PIC X(80).
001250
001260 WORKING-STORAGE SECTION.
001270
001280*---------------------------------------------------------------*
001290*    RUN-TIME PARAMETER -- BACKUP POINT                         *
001300*---------------------------------------------------------------*
001310 01  WS-COMMAND-LINE              PIC X(14) VALUE SPACES.
001320 01  WS-COMMAND-LINE-X REDEFINES WS-COMMAND-LINE.
001330     05  CL-BACKUP-POINT          PIC X(14).
001340
001350*---------------------------------------------------------------*
001360*    FILE STATUS FIELDS                                         *
001370*---------------------------------------------------------------*
001380 77  WS-BKUPMAST-STATUS            PIC X(02) VALUE "00".
001390 77  WS-MASTFILE-STATUS            PIC X(02) VALUE "00".
001400 77  WS-JRNLFILE-STATUS            PIC X(02) VALUE "00".
001410 77  WS-RPTFILE-STATUS             PIC X(02) VALUE "00".
001420
001430*---------------------------------------------------------------*
001440*    SWITCHES                                                   *
001450*---------------------------------------------------------------*
001460 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
001470     88  WS-END-OF-FILE                   VALUE "Y".
001480 77  WS-ON-MASTER-SWITCH           PIC X(01) VALUE "N".
001490     88  WS-ACCOUNT-ON-MASTER             VALUE "Y".
001500
001510*---------------------------------------------------------------*
001520*    COUNTERS AND WORK FIELDS                                   *
001530*---------------------------------------------------------------*
001540 77  WS-BACKUP-LOAD-COUNT          PIC 9(08) COMP VALUE ZERO.
001550 77  WS-JOURNAL-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
001560 77  WS-PRIOR-SKIPPED-COUNT        PIC 9(08) COMP VALUE ZERO.
001570 77  WS-ADD-REPLAY-COUNT           PIC 9(08) COMP VALUE ZERO.
001580 77  WS-CHANGE-REPLAY-COUNT        PIC 9(08) COMP VALUE ZERO.
001590 77  WS-DELETE-REPLAY-COUNT        PIC 9(08) COMP VALUE ZERO.
001600 77  WS-MISMATCH-COUNT             PIC 9(08) COMP VALUE ZERO.
001610 77  WS-UNKNOWN-ACTION-COUNT       PIC 9(08) COMP VALUE ZERO.
001620 77  WS-ENTRY-STAMP                PIC X(14) VALUE SPACES.
001630 77  WS-MISMATCH-REASON            PIC X(36) VALUE SPACES.
001640
001650*---------------------------------------------------------------*
001660*    REPORT WORK AREAS                                          *
001670*---------------------------------------------------------------*
001680 01  WS-COUNT-ED                   PIC ZZZ,ZZZ,ZZ9.
001690
001700 PROCEDURE DIVISION.
001710
001720******************************************************************
001730*    0000-MAINLINE                                               *
001740******************************************************************
001750 0000-MAINLINE.
001760
001770     PERFORM 1000-INITIALIZE
001780         THRU 1000-EXIT.
001790
001800     PERFORM 2000-REPLAY-JOURNAL
001810         THRU 2000-EXIT
001820         UNTIL WS-END-OF-FILE.
001830
001840     PERFORM 9000-TERMINATE
001850         THRU 9000-EXIT.
001860
001870     STOP RUN.
001880
001890******************************************************************
001900*    1000-INITIALIZE -- PARSE PARM, LOAD THE BACKUP, OPEN THE    *
001910*                       JOURNAL                                  *
001920******************************************************************
001930 1000-INITIALIZE.
001940
001950     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
001960
001970     IF CL-BACKUP-POINT NOT NUMERIC
001980         DISPLAY
001990             "CNVJFWD - BACKUP POINT (CCYYMMDDHHMMSS) MISSING "
002000             "OR BAD IN PARM: " CL-BACKUP-POINT
002010         MOVE 16 TO RETURN-CODE
002020         STOP RUN
002030     END-IF.
002040
002050     OPEN OUTPUT RPTFILE.
002060     IF WS-RPTFILE-STATUS NOT = "00"
002070         DISPLAY
002080             "CNVJFWD - UNABLE TO OPEN RPTFILE - STATUS "
002090             WS-RPTFILE-STATUS
002100         MOVE 16 TO RETURN-CODE
002110         STOP RUN
002120     END-IF.
002130
002140     MOVE "CNVJFWD - MASTER FORWARD RECOVERY REPORT"
002150         TO RPT-RECORD.
002160     WRITE RPT-RECORD.
002170
002180     MOVE SPACES TO RPT-RECORD.
002190     WRITE RPT-RECORD.
002200
002210     PERFORM 1500-LOAD-BACKUP
002220         THRU 1500-EXIT.
002230
002240     OPEN I-O MASTFILE.
002250     IF WS-MASTFILE-STATUS NOT = "00"
002260         DISPLAY
002270             "CNVJFWD - UNABLE TO REOPEN MASTFILE - STATUS "
002280             WS-MASTFILE-STATUS
002290         MOVE 16 TO RETURN-CODE
002300         STOP RUN
002310     END-IF.
002320
002330     OPEN INPUT JRNLFILE.
002340     IF WS-JRNLFILE-STATUS NOT = "00"
002350         DISPLAY
002360             "CNVJFWD - UNABLE TO OPEN JRNLFILE - STATUS "
002370             WS-JRNLFILE-STATUS
002380         MOVE 16 TO RETURN-CODE
002390         STOP RUN
002400     END-IF.
002410
002420 1000-EXIT.
002430     EXIT.
002440
002450******************************************************************
002460*    1500-LOAD-BACKUP -- COPY THE BACKUP INTO THE EMPTY TARGET   *
002470*                        CLUSTER, RECORD FOR RECORD.  THE TARGET *
002480*                        IS OPENED OUTPUT, SO A CLUSTER THAT     *
002490*                        STILL HOLDS DATA IS NEVER MERGED INTO.  *
002500******************************************************************
002510 1500-LOAD-BACKUP.
002520
002530     OPEN INPUT BKUPMAST.
002540     IF WS-BKUPMAST-STATUS NOT = "00"
002550         DISPLAY
002560             "CNVJFWD - UNABLE TO OPEN BKUPMAST - STATUS "
002570             WS-BKUPMAST-STATUS
002580         MOVE 16 TO RETURN-CODE
002590         STOP RUN
002600     END-IF.
002610
002620     OPEN OUTPUT MASTFILE.
002630     IF WS-MASTFILE-STATUS NOT = "00"
002640         DISPLAY
002650             "CNVJFWD - UNABLE TO OPEN MASTFILE - STATUS "
002660             WS-MASTFILE-STATUS
002670         MOVE 16 TO RETURN-CODE
002680         STOP RUN
002690     END-IF.
002700
002710     MOVE "N" TO WS-EOF-SWITCH.
002720     PERFORM 1510-LOAD-ONE-RECORD
002730         THRU 1510-EXIT
002740         UNTIL WS-END-OF-FILE.
002750
002760     CLOSE BKUPMAST MASTFILE.
002770     MOVE "N" TO WS-EOF-SWITCH.
002780
002790 1500-EXIT.
002800     EXIT.
002810
002820 1510-LOAD-ONE-RECORD.
002830
002840     READ BKUPMAST
002850         AT END
002860             MOVE "Y" TO WS-EOF-SWITCH
002870             GO TO 1510-EXIT
002880     END-READ.
002890
002900     IF WS-BKUPMAST-STATUS NOT = "00"
002910         DISPLAY
002920             "CNVJFWD - UNABLE TO READ BKUPMAST - STATUS "
002930             WS-BKUPMAST-STATUS
002940         MOVE 16 TO RETURN-CODE
002950         STOP RUN
002960     END-IF.
002970
002980     MOVE BKP-CUSTOMER-RECORD TO MST-CUSTOMER-RECORD.
002990
003000     WRITE MST-CUSTOMER-RECORD.
003010     IF WS-MASTFILE-STATUS NOT = "00"
003020         DISPLAY
003030             "CNVJFWD - UNABLE TO LOAD MASTFILE - STATUS "
003040             WS-MASTFILE-STATUS
003050         MOVE 16 TO RETURN-CODE
003060         STOP RUN
003070     END-IF.
003080
003090     ADD 1 TO WS-BACKUP-LOAD-COUNT.
003100
003110 1510-EXIT.
003120     EXIT.
003130
003140******************************************************************
003150*    2000-REPLAY-JOURNAL -- READ ONE JOURNAL RECORD AND, WHEN IT *
003160*                           IS STAMPED AFTER THE BACKUP POINT,   *
003170*                           CHECK ITS BEFORE-IMAGE AND RE-APPLY  *
003180*                           ITS AFTER-IMAGE                      *
003190******************************************************************
003200 2000-REPLAY-JOURNAL.
003210
003220     READ JRNLFILE
003230         AT END
003240             MOVE "Y" TO WS-EOF-SWITCH
003250             GO TO 2000-EXIT
003260     END-READ.
003270
003280     ADD 1 TO WS-JOURNAL-READ-COUNT.
003290
003300     IF JRN-DATE NOT NUMERIC OR JRN-ACCOUNT-NO NOT NUMERIC
003310         DISPLAY
003320             "CNVJFWD - MALFORMED JOURNAL RECORD AT LINE "
003330             WS-JOURNAL-READ-COUNT
003340         MOVE 16 TO RETURN-CODE
003350         STOP RUN
003360     END-IF.
003370
003380     MOVE SPACES TO WS-ENTRY-STAMP.
003390     STRING JRN-DATE JRN-TIME DELIMITED BY SIZE
003400         INTO WS-ENTRY-STAMP.
003410     IF WS-ENTRY-STAMP NOT > CL-BACKUP-POINT
003420         ADD 1 TO WS-PRIOR-SKIPPED-COUNT
003430         GO TO 2000-EXIT
003440     END-IF.
003450
003460     MOVE JRN-ACCOUNT-NO TO MST-ACCOUNT-NO.
003470     READ MASTFILE.
003480
003490     IF WS-MASTFILE-STATUS = "00"
003500         MOVE "Y" TO WS-ON-MASTER-SWITCH
003510     ELSE
003520         IF WS-MASTFILE-STATUS = "23"
003530             MOVE "N" TO WS-ON-MASTER-SWITCH
003540         ELSE
003550             DISPLAY
003560                 "CNVJFWD - UNABLE TO READ MASTFILE - STATUS "
003570                 WS-MASTFILE-STATUS
003580             MOVE 16 TO RETURN-CODE
003590             STOP RUN
003600         END-IF
003610     END-IF.
003620
003630     EVALUATE TRUE
003640         WHEN JRN-ACTION-ADD
003650             PERFORM 3100-REPLAY-ADD
003660                 THRU 3100-EXIT
003670         WHEN JRN-ACTION-CHANGE
003680             PERFORM 3200-REPLAY-CHANGE
003690                 THRU 3200-EXIT
003700         WHEN JRN-ACTION-DELETE
003710             PERFORM 3300-REPLAY-DELETE
003720                 THRU 3300-EXIT
003730         WHEN OTHER
003740             ADD 1 TO WS-UNKNOWN-ACTION-COUNT
003750             MOVE "UNKNOWN JOURNAL ACTION - NOT APPLIED"
003760                 TO WS-MISMATCH-REASON
003770             PERFORM 3500-WRITE-MISMATCH
003780                 THRU 3500-EXIT
003790     END-EVALUATE.
003800
003810 2000-EXIT.
003820     EXIT.
003830
003840******************************************************************
003850*    3100-REPLAY-ADD -- AN ADD EXPECTS THE ACCOUNT ABSENT.  AN   *
003860*                       ACCOUNT ALREADY THERE IS A MISMATCH AND  *
003870*                       GETS THE AFTER-IMAGE OVERLAID INSTEAD.   *
003880******************************************************************
003890 3100-REPLAY-ADD.
003900
003910     IF WS-ACCOUNT-ON-MASTER
003920         MOVE "ADD FOR ACCOUNT ALREADY ON MASTER"
003930             TO WS-MISMATCH-REASON
003940         PERFORM 3500-WRITE-MISMATCH
003950             THRU 3500-EXIT
003960         MOVE JRN-AFTER-IMAGE
003970             TO MST-CUSTOMER-RECORD (1:100)
003980         MOVE "N"    TO MST-SUPPRESS-FLAG
003990         MOVE ZERO   TO MST-SUPPRESS-DATE
004000         MOVE SPACES TO MST-SUPPRESS-REASON
004010         PERFORM 3600-REWRITE-MASTER
004020             THRU 3600-EXIT
004030     ELSE
004040         PERFORM 3700-WRITE-MASTER
004050             THRU 3700-EXIT
004060     END-IF.
004070
004080     ADD 1 TO WS-ADD-REPLAY-COUNT.
004090
004100 3100-EXIT.
004110     EXIT.
004120
004130******************************************************************
004140*    3200-REPLAY-CHANGE -- A CHANGE EXPECTS THE MASTER TO HOLD   *
004150*                          ITS BEFORE-IMAGE.  A MISSING ACCOUNT  *
004160*                          IS A MISMATCH AND IS RE-ADDED FROM    *
004170*                          THE AFTER-IMAGE, THE SAME WAY         *
004180*                          CNVJREST RE-ADDS A MISSING RECORD.    *
004190******************************************************************
004200 3200-REPLAY-CHANGE.
004210
004220     IF NOT WS-ACCOUNT-ON-MASTER
004230         MOVE "CHANGE FOR ACCOUNT NOT ON MASTER"
004240             TO WS-MISMATCH-REASON
004250         PERFORM 3500-WRITE-MISMATCH
004260             THRU 3500-EXIT
004270         PERFORM 3700-WRITE-MASTER
004280             THRU 3700-EXIT
004290         ADD 1 TO WS-CHANGE-REPLAY-COUNT
004300         GO TO 3200-EXIT
004310     END-IF.
004320
004330     IF MST-CUSTOMER-RECORD (1:100) NOT = JRN-BEFORE-IMAGE
004340         MOVE "BEFORE-IMAGE DIFFERS FROM MASTER"
004350             TO WS-MISMATCH-REASON
004360         PERFORM 3500-WRITE-MISMATCH
004370             THRU 3500-EXIT
004380     END-IF.
004390
004400*    A CHANGE THAT MOVED A FIELD WAS AN ADDRESS CORRECTION AND
004410*    CLEARED ANY RETURN-MAIL SUPPRESSION WHEN IT WAS FIRST
004420*    APPLIED -- EXCEPT A CNVJREST BACKOUT, WHICH NEVER TOUCHES
004430*    THE SUPPRESSION COLUMNS.
004440     IF JRN-AFTER-IMAGE NOT = JRN-BEFORE-IMAGE
004450      AND JRN-INPUT-DSNAME (1:8) NOT = "CNVJREST"
004460         MOVE "N"    TO MST-SUPPRESS-FLAG
004470         MOVE ZERO   TO MST-SUPPRESS-DATE
004480         MOVE SPACES TO MST-SUPPRESS-REASON
004490     END-IF.
004500
004510     MOVE JRN-AFTER-IMAGE
004520         TO MST-CUSTOMER-RECORD (1:100).
004530     PERFORM 3600-REWRITE-MASTER
004540         THRU 3600-EXIT.
004550
004560     ADD 1 TO WS-CHANGE-REPLAY-COUNT.
004570
004580 3200-EXIT.
004590     EXIT.
004600
004610******************************************************************
004620*    3300-REPLAY-DELETE -- A DELETE EXPECTS THE MASTER TO HOLD   *
004630*                          ITS BEFORE-IMAGE.  A MISSING ACCOUNT  *
004640*                          IS A MISMATCH WITH NOTHING TO DELETE. *
004650******************************************************************
004660 3300-REPLAY-DELETE.
004670
004680     IF NOT WS-ACCOUNT-ON-MASTER
004690         MOVE "DELETE FOR ACCOUNT NOT ON MASTER"
004700             TO WS-MISMATCH-REASON
004710         PERFORM 3500-WRITE-MISMATCH
004720             THRU 3500-EXIT
004730         GO TO 3300-EXIT
004740     END-IF.
004750
004760     IF MST-CUSTOMER-RECORD (1:100) NOT = JRN-BEFORE-IMAGE
004770         MOVE "BEFORE-IMAGE DIFFERS FROM MASTER"
004780             TO WS-MISMATCH-REASON
004790         PERFORM 3500-WRITE-MISMATCH
004800             THRU 3500-EXIT
004810     END-IF.
004820
004830     DELETE MASTFILE RECORD.
004840     IF WS-MASTFILE-STATUS NOT = "00"
004850         DISPLAY
004860             "CNVJFWD - UNABLE TO DELETE MASTFILE - STATUS "
004870             WS-MASTFILE-STATUS
004880         MOVE 16 TO RETURN-CODE
004890         STOP RUN
004900     END-IF.
004910
004920     ADD 1 TO WS-DELETE-REPLAY-COUNT.
004930
004940 3300-EXIT.
004950     EXIT.
004960
004970******************************************************************
004980*    3500-WRITE-MISMATCH -- ONE REPORT LINE PER JOURNAL ENTRY    *
004990*                           THAT DID NOT MEET THE MASTER AS      *
005000*                           EXPECTED                             *
005010******************************************************************
005020 3500-WRITE-MISMATCH.
005030
005040     ADD 1 TO WS-MISMATCH-COUNT.
005050
005060     MOVE SPACES TO RPT-RECORD.
005070     STRING "MISMATCH " JRN-DATE " " JRN-TIME
005080         " ACCT " JRN-ACCOUNT-NO " " JRN-ACTION " "
005090         WS-MISMATCH-REASON
005100         DELIMITED BY SIZE INTO RPT-RECORD.
005110     WRITE RPT-RECORD.
005120
005130 3500-EXIT.
005140     EXIT.
005150
005160******************************************************************
005170*    3600-REWRITE-MASTER -- A FAILED REWRITE IS FATAL            *
005180******************************************************************
005190 3600-REWRITE-MASTER.
005200
005210     REWRITE MST-CUSTOMER-RECORD.
005220     IF WS-MASTFILE-STATUS NOT = "00"
005230         DISPLAY
005240             "CNVJFWD - UNABLE TO REWRITE MASTFILE - STATUS "
005250             WS-MASTFILE-STATUS
005260         MOVE 16 TO RETURN-CODE
005270         STOP RUN
005280     END-IF.
005290
005300 3600-EXIT.
005310     EXIT.
005320
005330******************************************************************
005340*    3700-WRITE-MASTER -- A NEW RECORD FROM THE AFTER-IMAGE,     *
005350*                         UNSUPPRESSED, AS EVERY ADD PATH BUILDS *
005360*                         IT.  A FAILED WRITE IS FATAL.          *
005370******************************************************************
005380 3700-WRITE-MASTER.
005390
005400     MOVE SPACES TO MST-CUSTOMER-RECORD.
005410     MOVE JRN-AFTER-IMAGE
005420         TO MST-CUSTOMER-RECORD (1:100).
005430     MOVE "N"  TO MST-SUPPRESS-FLAG.
005440     MOVE ZERO TO MST-SUPPRESS-DATE.
005450
005460     WRITE MST-CUSTOMER-RECORD.
005470     IF WS-MASTFILE-STATUS NOT = "00"
005480         DISPLAY
005490             "CNVJFWD - UNABLE TO WRITE MASTFILE - STATUS "
005500             WS-MASTFILE-STATUS
005510         MOVE 16 TO RETURN-CODE
005520         STOP RUN
005530     END-IF.
005540
005550 3700-EXIT.
005560     EXIT.
005570
005580******************************************************************
005590*    9000-TERMINATE -- RECOVERY REPORT, CONDITION CODE, CLOSE    *
005600******************************************************************
005610 9000-TERMINATE.
005620
005630     PERFORM 9100-WRITE-REPORT
005640         THRU 9100-EXIT.
005650
005660     CLOSE JRNLFILE MASTFILE RPTFILE.
005670
005680     IF WS-MISMATCH-COUNT > ZERO
005690         MOVE 4 TO RETURN-CODE
005700     ELSE
005710         MOVE 0 TO RETURN-CODE
005720     END-IF.
005730
005740 9000-EXIT.
005750     EXIT.
005760
005770******************************************************************
005780*    9100-WRITE-REPORT -- RECOVERY SUMMARY, AFTER ANY MISMATCH   *
005790*                         LINES                                  *
005800******************************************************************
005810 9100-WRITE-REPORT.
005820
005830     IF WS-MISMATCH-COUNT > ZERO
005840         MOVE SPACES TO RPT-RECORD
005850         WRITE RPT-RECORD
005860     END-IF.
005870
005880     MOVE SPACES TO RPT-RECORD.
005890     STRING "BACKUP POINT ............ " CL-BACKUP-POINT
005900         DELIMITED BY SIZE INTO RPT-RECORD.
005910     WRITE RPT-RECORD.
005920
005930     MOVE SPACES TO RPT-RECORD.
005940     WRITE RPT-RECORD.
005950
005960     MOVE WS-BACKUP-LOAD-COUNT TO WS-COUNT-ED.
005970     MOVE SPACES TO RPT-RECORD.
005980     STRING "BACKUP RECORDS LOADED ... " WS-COUNT-ED
005990         DELIMITED BY SIZE INTO RPT-RECORD.
006000     WRITE RPT-RECORD.
006010
006020     MOVE WS-JOURNAL-READ-COUNT TO WS-COUNT-ED.
006030     MOVE SPACES TO RPT-RECORD.
006040     STRING "JOURNAL RECORDS READ .... " WS-COUNT-ED
006050         DELIMITED BY SIZE INTO RPT-RECORD.
006060     WRITE RPT-RECORD.
006070
006080     MOVE WS-PRIOR-SKIPPED-COUNT TO WS-COUNT-ED.
006090     MOVE SPACES TO RPT-RECORD.
006100     STRING "ALREADY IN BACKUP ....... " WS-COUNT-ED
006110         DELIMITED BY SIZE INTO RPT-RECORD.
006120     WRITE RPT-RECORD.
006130
006140     MOVE WS-ADD-REPLAY-COUNT TO WS-COUNT-ED.
006150     MOVE SPACES TO RPT-RECORD.
006160     STRING "ADDS REPLAYED ........... " WS-COUNT-ED
006170         DELIMITED BY SIZE INTO RPT-RECORD.
006180     WRITE RPT-RECORD.
006190
006200     MOVE WS-CHANGE-REPLAY-COUNT TO WS-COUNT-ED.
006210     MOVE SPACES TO RPT-RECORD.
006220     STRING "CHANGES REPLAYED ........ " WS-COUNT-ED
006230         DELIMITED BY SIZE INTO RPT-RECORD.
006240     WRITE RPT-RECORD.
006250
006260     MOVE WS-DELETE-REPLAY-COUNT TO WS-COUNT-ED.
006270     MOVE SPACES TO RPT-RECORD.
006280     STRING "DELETES REPLAYED ........ " WS-COUNT-ED
006290         DELIMITED BY SIZE INTO RPT-RECORD.
006300     WRITE RPT-RECORD.
006310
006320     MOVE WS-UNKNOWN-ACTION-COUNT TO WS-COUNT-ED.
006330     MOVE SPACES TO RPT-RECORD.
006340     STRING "UNKNOWN ACTIONS SKIPPED . " WS-COUNT-ED
006350         DELIMITED BY SIZE INTO RPT-RECORD.
006360     WRITE RPT-RECORD.
006370
006380     MOVE WS-MISMATCH-COUNT TO WS-COUNT-ED.
006390     MOVE SPACES TO RPT-RECORD.
006400     STRING "BEFORE-IMAGE MISMATCHES . " WS-COUNT-ED
006410         DELIMITED BY SIZE INTO RPT-RECORD.
006420     WRITE RPT-RECORD.
006430
006440     IF WS-MISMATCH-COUNT > ZERO
006450         MOVE
006460  "*** BACKUP AND JOURNAL DO NOT MEET - REVIEW THE LIST ABOVE ***"
006470             TO RPT-RECORD
006480         WRITE RPT-RECORD
006490     END-IF.
006500
006510 9100-EXIT.
006520     EXIT.
