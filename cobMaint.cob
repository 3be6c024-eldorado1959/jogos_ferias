000460*      BEFORE/AFTER IMAGES, THE WAY CONVERT6'S AUDITLOG RECORDS
000470*      ITS RUNS.
000480*
000490*      MAINTENANCE IS MAKER-CHECKER, IN TWO RUNS BY TWO USERS --
000500*        STAGE 'S' (SUBMIT) EDITS THE MNTCARDS DECK AND WRITES
000510*          EVERY CARD THAT PASSES TO THE PENDING-APPROVAL FILE
000520*          (MNTPEND DD, LAYOUT PENDREC) UNDER THE SUBMITTER'S
000530*          USER AND A BATCH ID (THE RUN DATE AND TIME), WITH A
000540*          LISTING OF THE DECK.  THE MASTER IS NOT TOUCHED.
000550*        STAGE 'A' (APPROVE) READS THE DECISION CARDS (APRCARDS
000560*          DD) AND APPLIES ONLY THE PENDING CARDS APPROVED ON
000570*          THEM -- RE-EDITED, SINCE THE TABLES MAY HAVE CHANGED,
000580*          THEN JOURNALED AND AUDITED AS ABOVE, THE AUDIT LINE
000590*          NAMING THE SUBMITTER AS MAKER= AND THE APPROVER AS
000600*          USER=.  AN APPROVAL OF A CARD BY THE USER WHO
000610*          SUBMITTED IT IS REFUSED AND THE CARD STAYS PENDING.
000620*          PENDING CARDS OLDER THAN THE EXPIRY DAYS ARE DROPPED
000630*          AND LISTED AS EXPIRED BEFORE ANY DECISION IS READ.
000640*          WHAT IS STILL PENDING IS WRITTEN BACK TO MNTPEND.
000650*
000660*      DECISION CARD LAYOUT ('*' IN COLUMN 1 FOR COMMENTS, BLANK
000670*      CARDS IGNORED):
000680*          COL   1     DECISION -- A = APPROVE, R = DECLINE
000690*          COL   2     BLANK
000700*          COLS  3-16  BATCH ID, AS PRINTED ON THE SUBMIT LISTING
000710*          COL  17     BLANK
000720*          COLS 18-22  ITEM NUMBER, AS PRINTED ON THE LISTING --
000730*                      BLANK FOR EVERY CARD OF THE BATCH STILL
000740*                      PENDING
000750*
000760*      THE PARM IS POSITIONAL --
000770*          POSITIONS 1-40  CARD FILE NAME (REPORT LABEL ONLY)
000780*          POSITION  41    STAGE -- S = SUBMIT, A = APPROVE
000790*                          (REQUIRED)
000800*          POSITIONS 42-44 EXPIRY DAYS, APPROVE STAGE ONLY
000810*                          (DEFAULT 007)
000820*
000830*  MODIFICATION HISTORY.
000840*  ---------------------------------------------------------------
000850*  DATE       INIT  DESCRIPTION
000860*  2026-09-02  JLM  ORIGINAL PROGRAM -- PROPER CARD-DRIVEN
000870*                   MAINTENANCE WITH ITS OWN AUDIT TRAIL,
000880*                   REPLACING THE FABRICATED ONE-RECORD EXTRACT
000890*                   WORKAROUND.
000900*  2026-09-02  JLM  CEP ADDED TO THE TRANSACTION CARD (COLS
000910*                   95-102) AND EDITED AGAINST THE PER-STATE
000920*                   CEPTAB RANGE TABLE, THE SAME AS CONVERT6.
000930*  2026-09-02  JLM  MASTER FD MOVED TO THE MSTREC COPYBOOK.
000940*                   AN APPLIED ADD OR CHANGE CLEARS THE
000950*                   RETURN-MAIL SUPPRESSION COLUMNS -- A HAND
000960*                   CORRECTION IS AN ADDRESS FIX, SO THE
000970*                   ACCOUNT MAILS AGAIN.
000980*  2026-10-15  JLM  THE RUN NOW ROLLS THE CUSTOMER MASTER
000990*                   CONTROL RECORD (MSTCTL DD, LAYOUT MCTLREC)
001000*                   FORWARD BY ITS APPLIED ADDS AND DELETES AND
001010*                   THEIR ACCOUNT-NUMBER HASH TOTALS, FOR THE
001020*                   CNVMCTL SWEEP TO PROVE AGAINST THE MASTER.
001030*  2026-10-15  JLM  MAKER-CHECKER -- A RUN IS NOW EITHER A
001040*                   SUBMISSION (PARM POSITION 41 'S') THAT PENDS
001050*                   THE EDITED CARDS UNDER THE SUBMITTER ON THE
001060*                   NEW MNTPEND FILE, OR AN APPROVAL ('A') BY A
001070*                   DIFFERENT USER THAT APPLIES ONLY THE CARDS
001080*                   APPROVED ON APRCARDS AND EXPIRES STALE ONES.
001090*                   THE MASTER IS NO LONGER UPDATED STRAIGHT FROM
001100*                   MNTCARDS.  THE AUDIT LINE GREW TO 320 BYTES TO
001110*                   CARRY MAKER= AT THE END.
001120******************************************************************
001130 IDENTIFICATION DIVISION.
001140 PROGRAM-ID.  CNVMAINT.
001150 AUTHOR.      J. L. MOREIRA.
001160 INSTALLATION. JOGOS DE FERIAS BATCH SERVICES.
001170 DATE-WRITTEN. 2026-09-02.
001180 DATE-COMPILED.
001190
001200 ENVIRONMENT DIVISION.
001210
001220 CONFIGURATION SECTION.
001230 SOURCE-COMPUTER.  GENERIC-PC.
001240 OBJECT-COMPUTER.  GENERIC-PC.
001250
001260 INPUT-OUTPUT SECTION.
001270 FILE-CONTROL.
001280     SELECT CARDFILE
001290         ASSIGN TO "MNTCARDS"
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS WS-CARDFILE-STATUS.
001320
001330     SELECT MASTFILE
001340         ASSIGN TO "MASTFILE"
001350         ORGANIZATION IS INDEXED
001360         ACCESS MODE IS RANDOM
001370         RECORD KEY IS MST-ACCOUNT-NO
001380         FILE STATUS IS WS-MASTFILE-STATUS.
001390
001400     SELECT STATEFILE
001410         ASSIGN TO "STATETAB"
001420         ORGANIZATION IS LINE SEQUENTIAL
001430         FILE STATUS IS WS-STATEFILE-STATUS.
001440
001450     SELECT CEPFILE
001460         ASSIGN TO "CEPTAB"
001470         ORGANIZATION IS LINE SEQUENTIAL
001480         FILE STATUS IS WS-CEPFILE-STATUS.
001490
001500     SELECT JRNLFILE
001510         ASSIGN TO "JRNLFILE"
001520         ORGANIZATION IS LINE SEQUENTIAL
001530         FILE STATUS IS WS-JRNLFILE-STATUS.
001540
001550     SELECT EXCPFILE
001560         ASSIGN TO "EXCPFILE"
001570         ORGANIZATION IS LINE SEQUENTIAL
001580         FILE STATUS IS WS-EXCPFILE-STATUS.
001590
001600     SELECT AUDITFILE
001610         ASSIGN TO "MNTAUDIT"
001620         ORGANIZATION IS LINE SEQUENTIAL
001630         FILE STATUS IS WS-AUDITFILE-STATUS.
001640
001650     SELECT RPTFILE
001660         ASSIGN TO "RPTFILE"
001670         ORGANIZATION IS LINE SEQUENTIAL
001680         FILE STATUS IS WS-RPTFILE-STATUS.
001690
001700     SELECT MCTLFILE
001710         ASSIGN TO "MSTCTL"
001720         ORGANIZATION IS LINE SEQUENTIAL
001730         FILE STATUS IS WS-MCTLFILE-STATUS.
001740
001750     SELECT PENDFILE
001760         ASSIGN TO "MNTPEND"
001770         ORGANIZATION IS LINE SEQUENTIAL
001780         FILE STATUS IS WS-PENDFILE-STATUS.
001790
001800     SELECT APRFILE
001810         ASSIGN TO "APRCARDS"
001820         ORGANIZATION IS LINE SEQUENTIAL
001830         FILE STATUS IS WS-APRFILE-STATUS.
001840
001850 DATA DIVISION.
001860 FILE SECTION.
001870
001880 FD  CARDFILE
001890     LABEL RECORDS ARE STANDARD.
001900 01  CARD-FILE-RECORD            PIC X(102).
001910
001920 FD  MASTFILE
001930     LABEL RECORDS ARE STANDARD.
001940     COPY MSTREC.
001950
001960 FD  STATEFILE
001970     LABEL RECORDS ARE STANDARD.
001980 01  STATE-RECORD.
001990     05  STATE-REC-CODE          PIC X(02).
002000     05  FILLER                  PIC X(78).
002010
002020 FD  CEPFILE
002030     LABEL RECORDS ARE STANDARD.
002040 01  CEP-RECORD.
002050     05  CEP-REC-STATE           PIC X(02).
002060     05  FILLER                  PIC X(01).
002070     05  CEP-REC-LOW             PIC X(08).
002080     05  FILLER                  PIC X(01).
002090     05  CEP-REC-HIGH            PIC X(08).
002100     05  FILLER                  PIC X(60).
002110
002120 FD  JRNLFILE
002130     LABEL RECORDS ARE STANDARD.
002140     COPY JRNLREC.
002150
002160 FD  EXCPFILE
002170     LABEL RECORDS ARE STANDARD.
002180     COPY EXCPREC.
002190
002200 FD  MCTLFILE
002210     LABEL RECORDS ARE STANDARD.
002220     COPY MCTLREC.
002230
002240 FD  AUDITFILE
002250     LABEL RECORDS ARE STANDARD.
002260 01  AUDIT-RECORD                PIC X(320).
002270
002280 FD  PENDFILE
002290     LABEL RECORDS ARE STANDARD.
002300 01  PEND-FILE-RECORD            PIC X(160).
002310
002320 FD  APRFILE
002330     LABEL RECORDS ARE STANDARD.
002340 01  APR-FILE-RECORD             PIC X(80).
002350
002360 FD  RPTFILE
002370     LABEL RECORDS ARE STANDARD.
002380 01  RPT-RECORD                  PIC X(80).
002390
002400 WORKING-STORAGE SECTION.
002410
002420*---------------------------------------------------------------*
002430*    RUN-TIME PARAMETER                                         *
002440*---------------------------------------------------------------*
002450 01  WS-COMMAND-LINE              PIC X(44) VALUE SPACES.
002460 01  WS-COMMAND-LINE-X REDEFINES WS-COMMAND-LINE.
002470     05  CL-CARD-DSNAME           PIC X(40).
002480     05  CL-STAGE                 PIC X(01).
002490         88  CL-STAGE-SUBMIT             VALUE "S".
002500         88  CL-STAGE-APPROVE            VALUE "A".
002510     05  CL-EXPIRY-DAYS           PIC X(03).
002520 77  WS-EXPIRY-DAYS               PIC 9(03) VALUE 7.
002530
002540*---------------------------------------------------------------*
002550*    TRANSACTION CARD -- READ FROM MNTCARDS ON A SUBMISSION,    *
002560*    TAKEN FROM THE PENDING FILE ON AN APPROVAL                 *
002570*---------------------------------------------------------------*
002580 01  CARD-RECORD.
002590     05  CARD-ACTION             PIC X(01).
002600     05  FILLER                  PIC X(01).
002610     05  CARD-ACCOUNT-NO         PIC X(08).
002620     05  FILLER                  PIC X(01).
002630     05  CARD-NAME               PIC X(30).
002640     05  CARD-STREET             PIC X(30).
002650     05  CARD-CITY               PIC X(20).
002660     05  CARD-STATE              PIC X(02).
002670     05  FILLER                  PIC X(01).
002680     05  CARD-CEP                PIC X(08).
002690
002700*---------------------------------------------------------------*
002710*    DECISION CARD -- APRCARDS, APPROVE STAGE                   *
002720*---------------------------------------------------------------*
002730 01  APR-RECORD.
002740     05  APR-DECISION            PIC X(01).
002750         88  APR-APPROVE                VALUE "A".
002760         88  APR-DECLINE                VALUE "R".
002770     05  FILLER                  PIC X(01).
002780     05  APR-BATCH-ID            PIC X(14).
002790     05  FILLER                  PIC X(01).
002800     05  APR-ITEM-NO             PIC X(05).
002810     05  FILLER                  PIC X(58).
002820
002830*---------------------------------------------------------------*
002840*    PENDING-APPROVAL RECORD AND, ON AN APPROVAL, THE WHOLE     *
002850*    PENDING FILE HELD WITH EACH CARD'S DISPOSITION             *
002860*---------------------------------------------------------------*
002870     COPY PENDREC.
002880
002890 01  WS-PENDING-TABLE.
002900     05  WS-PND-COUNT              PIC 9(05) COMP VALUE ZERO.
002910     05  WS-PND-ENTRY OCCURS 5000 TIMES.
002920         10  WS-PND-IMAGE          PIC X(160).
002930         10  WS-PND-DISP           PIC X(01).
002940             88  WS-PND-PENDING           VALUE "P".
002950             88  WS-PND-APPROVED          VALUE "Y".
002960             88  WS-PND-APPLIED           VALUE "A".
002970             88  WS-PND-REJECTED          VALUE "J".
002980             88  WS-PND-DECLINED          VALUE "D".
002990             88  WS-PND-EXPIRED           VALUE "X".
003000         10  WS-PND-TEXT           PIC X(30).
003010 77  WS-PND-SUB                    PIC 9(05) COMP VALUE ZERO.
003020
003030*---------------------------------------------------------------*
003040*    STATE/UF REFERENCE TABLE -- SAME TABLE FILE CONVERT6 LOADS *
003050*---------------------------------------------------------------*
003060 01  WS-STATE-TABLE.
003070     05  WS-STATE-COUNT            PIC 9(04) COMP VALUE ZERO.
003080     05  WS-STATE-CODE OCCURS 100 TIMES
003090             INDEXED BY WS-STATE-IDX
003100                                   PIC X(02).
003110
003120*---------------------------------------------------------------*
003130*    CEP RANGE TABLE -- SAME TABLE FILE CONVERT6 LOADS          *
003140*---------------------------------------------------------------*
003150 01  WS-CEP-TABLE.
003160     05  WS-CEP-COUNT              PIC 9(04) COMP VALUE ZERO.
003170     05  WS-CEP-ENTRY OCCURS 100 TIMES
003180             INDEXED BY WS-CEP-IDX.
003190         10  WS-CEP-STATE          PIC X(02).
003200         10  WS-CEP-LOW            PIC 9(08).
003210         10  WS-CEP-HIGH           PIC 9(08).
003220
003230*---------------------------------------------------------------*
003240*    FILE STATUS FIELDS                                         *
003250*---------------------------------------------------------------*
003260 77  WS-CARDFILE-STATUS            PIC X(02) VALUE "00".
003270 77  WS-MASTFILE-STATUS            PIC X(02) VALUE "00".
003280 77  WS-STATEFILE-STATUS           PIC X(02) VALUE "00".
003290 77  WS-CEPFILE-STATUS             PIC X(02) VALUE "00".
003300 77  WS-JRNLFILE-STATUS            PIC X(02) VALUE "00".
003310 77  WS-EXCPFILE-STATUS            PIC X(02) VALUE "00".
003320 77  WS-AUDITFILE-STATUS           PIC X(02) VALUE "00".
003330 77  WS-RPTFILE-STATUS             PIC X(02) VALUE "00".
003340 77  WS-MCTLFILE-STATUS            PIC X(02) VALUE "00".
003350 77  WS-PENDFILE-STATUS            PIC X(02) VALUE "00".
003360 77  WS-APRFILE-STATUS             PIC X(02) VALUE "00".
003370
003380*---------------------------------------------------------------*
003390*    SWITCHES                                                   *
003400*---------------------------------------------------------------*
003410 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
003420     88  WS-END-OF-FILE                   VALUE "Y".
003430 77  WS-VALID-CARD-SWITCH          PIC X(01) VALUE "Y".
003440     88  WS-CARD-IS-VALID                 VALUE "Y".
003450 77  WS-STATE-FOUND-SWITCH         PIC X(01) VALUE "N".
003460     88  WS-STATE-ON-TABLE                VALUE "Y".
003470 77  WS-CEP-FOUND-SWITCH           PIC X(01) VALUE "N".
003480     88  WS-CEP-STATE-ON-TABLE            VALUE "Y".
003490
003500*---------------------------------------------------------------*
003510*    COUNTERS AND WORK FIELDS                                   *
003520*---------------------------------------------------------------*
003530 77  WS-CARD-READ-COUNT            PIC 9(08) COMP VALUE ZERO.
003540 77  WS-COMMENT-COUNT              PIC 9(08) COMP VALUE ZERO.
003550 77  WS-ADD-COUNT                  PIC 9(08) COMP VALUE ZERO.
003560 77  WS-CHANGE-COUNT               PIC 9(08) COMP VALUE ZERO.
003570 77  WS-DELETE-COUNT               PIC 9(08) COMP VALUE ZERO.
003580 77  WS-REJECT-COUNT               PIC 9(08) COMP VALUE ZERO.
003590 77  WS-ADD-HASH                   PIC 9(18) COMP VALUE ZERO.
003600 77  WS-DELETE-HASH                PIC 9(18) COMP VALUE ZERO.
003610 77  WS-PENDED-COUNT               PIC 9(08) COMP VALUE ZERO.
003620 77  WS-PEND-READ-COUNT            PIC 9(08) COMP VALUE ZERO.
003630 77  WS-DECISION-READ-COUNT        PIC 9(08) COMP VALUE ZERO.
003640 77  WS-DECISION-ERROR-COUNT       PIC 9(08) COMP VALUE ZERO.
003650 77  WS-APPROVED-COUNT             PIC 9(08) COMP VALUE ZERO.
003660 77  WS-REFUSED-COUNT              PIC 9(08) COMP VALUE ZERO.
003670 77  WS-DECLINED-COUNT             PIC 9(08) COMP VALUE ZERO.
003680 77  WS-EXPIRED-COUNT              PIC 9(08) COMP VALUE ZERO.
003690 77  WS-STILL-PENDING-COUNT        PIC 9(08) COMP VALUE ZERO.
003700 77  WS-MATCH-COUNT                PIC 9(08) COMP VALUE ZERO.
003710 77  WS-MATCH-REFUSED              PIC 9(08) COMP VALUE ZERO.
003720 77  WS-REJECT-BEFORE              PIC 9(08) COMP VALUE ZERO.
003730 77  WS-EXCP-RECORD-NO             PIC 9(08) COMP VALUE ZERO.
003740 77  WS-LIST-FOUND                 PIC 9(08) COMP VALUE ZERO.
003750 77  WS-LIST-DISP                  PIC X(01) VALUE SPACE.
003760 77  WS-MAKER-USER                 PIC X(20) VALUE SPACES.
003770 77  WS-STATE-WORK                 PIC X(02) VALUE SPACES.
003780 77  WS-CEP-WORK                   PIC 9(08) VALUE ZERO.
003790 77  WS-EXCEPTION-REASON           PIC X(30) VALUE SPACES.
003800 77  WS-JRN-ACTION                 PIC X(01) VALUE SPACE.
003810 01  WS-MASTER-BEFORE              PIC X(100) VALUE SPACES.
003820 01  WS-MASTER-AFTER               PIC X(100) VALUE SPACES.
003830
003840*---------------------------------------------------------------*
003850*    CASE-CONVERSION TABLES -- USED ONLY TO UPPERCASE THE STATE *
003860*    CODE FOR THE TABLE COMPARE, THE WAY CONVERT6 DOES.         *
003870*---------------------------------------------------------------*
003880 01  WS-LOWER-ALPHA                PIC X(26)
003890         VALUE "abcdefghijklmnopqrstuvwxyz".
003900 01  WS-UPPER-ALPHA                PIC X(26)
003910         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003920
003930*---------------------------------------------------------------*
003940*    AUDIT LOG WORK AREAS                                       *
003950*---------------------------------------------------------------*
003960 01  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
003970 01  WS-DATE-X REDEFINES WS-CURRENT-DATE.
003980     05  WS-DATE-CCYY              PIC 9(04).
003990     05  WS-DATE-MM                PIC 9(02).
004000     05  WS-DATE-DD                PIC 9(02).
004010 01  WS-CURRENT-TIME               PIC 9(08) VALUE ZERO.
004020 01  WS-TIME-X REDEFINES WS-CURRENT-TIME.
004030     05  WS-TIME-HH                PIC 9(02).
004040     05  WS-TIME-MN                PIC 9(02).
004050     05  WS-TIME-SS                PIC 9(02).
004060     05  WS-TIME-HS                PIC 9(02).
004070 77  WS-RUN-USER                   PIC X(20) VALUE SPACES.
004080 01  WS-BATCH-ID.
004090     05  WS-BATCH-DATE             PIC 9(08) VALUE ZERO.
004100     05  WS-BATCH-TIME             PIC 9(06) VALUE ZERO.
004110
004120*---------------------------------------------------------------*
004130*    CALENDAR WORK FIELDS -- CCYYMMDD TO A SERIAL DAY NUMBER,   *
004140*    BY HAND, THE SAME WAY CNVAGING AGES ITS ENTRIES            *
004150*---------------------------------------------------------------*
004160 01  WS-DATE-IN                    PIC 9(08) VALUE ZERO.
004170 01  WS-DATE-IN-X REDEFINES WS-DATE-IN.
004180     05  WS-DIN-CCYY               PIC 9(04).
004190     05  WS-DIN-MM                 PIC 9(02).
004200     05  WS-DIN-DD                 PIC 9(02).
004210 77  WS-DAYS-OUT                   PIC 9(08) COMP VALUE ZERO.
004220 77  WS-TODAY-DAYS                 PIC 9(08) COMP VALUE ZERO.
004230 77  WS-AGE-DAYS                   PIC 9(08) COMP VALUE ZERO.
004240 77  WS-LEAP-QUOTIENT              PIC 9(08) COMP VALUE ZERO.
004250 77  WS-LEAP-REMAINDER             PIC 9(08) COMP VALUE ZERO.
004260 77  WS-LEAP-DAYS                  PIC 9(08) COMP VALUE ZERO.
004270 77  WS-LEAP-YEAR-SWITCH           PIC X(01) VALUE "N".
004280     88  WS-IS-LEAP-YEAR                  VALUE "Y".
004290
004300 01  WS-MONTH-OFFSET-VALUES.
004310     05  FILLER                    PIC X(36) VALUE
004320         "000031059090120151181212243273304334".
004330 01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
004340     05  WS-MONTH-OFFSET OCCURS 12 TIMES
004350                                   PIC 9(03).
004360
004370*---------------------------------------------------------------*
004380*    REPORT WORK AREAS                                          *
004390*---------------------------------------------------------------*
004400 01  WS-COUNT-ED                   PIC ZZZ,ZZZ,ZZ9.
004410 01  WS-SMALL-ED                   PIC ZZZZ9.
004420 01  WS-SMALL-ED-2                 PIC ZZZZ9.
004430 01  WS-SECTION-TITLE              PIC X(80) VALUE SPACES.
004440
004450 01  WS-LIST-HEADING.
004460     05  FILLER                    PIC X(32) VALUE
004470         "BATCH ID       ITEM  A ACCOUNT  ".
004480     05  FILLER                    PIC X(48) VALUE
004490         "SUBMITTED BY         DISPOSITION".
004500
004510 01  WS-LIST-LINE.
004520     05  WS-LST-BATCH-ID           PIC X(14).
004530     05  FILLER                    PIC X(01) VALUE SPACE.
004540     05  WS-LST-ITEM-NO            PIC 9(05).
004550     05  FILLER                    PIC X(01) VALUE SPACE.
004560     05  WS-LST-ACTION             PIC X(01).
004570     05  FILLER                    PIC X(01) VALUE SPACE.
004580     05  WS-LST-ACCOUNT-NO         PIC X(08).
004590     05  FILLER                    PIC X(01) VALUE SPACE.
004600     05  WS-LST-USER               PIC X(20).
004610     05  FILLER                    PIC X(01) VALUE SPACE.
004620     05  WS-LST-TEXT               PIC X(27).
004630
004640 01  WS-DECISION-LINE.
004650     05  WS-DCL-CARD               PIC X(22).
004660     05  FILLER                    PIC X(02) VALUE SPACES.
004670     05  WS-DCL-TEXT               PIC X(56).
004680
004690 PROCEDURE DIVISION.
004700
004710******************************************************************
004720*    0000-MAINLINE                                               *
004730******************************************************************
004740 0000-MAINLINE.
004750
004760     PERFORM 1000-INITIALIZE
004770         THRU 1000-EXIT.
004780
004790     IF CL-STAGE-SUBMIT
004800         PERFORM 2000-PROCESS-CARDS
004810             THRU 2000-EXIT
004820             UNTIL WS-END-OF-FILE
004830     ELSE
004840         PERFORM 4000-PROCESS-DECISIONS
004850             THRU 4000-EXIT
004860             UNTIL WS-END-OF-FILE
004870         PERFORM 5000-APPLY-APPROVED
004880             THRU 5000-EXIT
004890             VARYING WS-PND-SUB FROM 1 BY 1
004900             UNTIL WS-PND-SUB > WS-PND-COUNT
004910     END-IF.
004920
004930     PERFORM 9000-TERMINATE
004940         THRU 9000-EXIT.
004950
004960     STOP RUN.
004970
004980******************************************************************
004990*    1000-INITIALIZE -- PARSE PARM, LOAD TABLE, OPEN FILES       *
005000******************************************************************
005010 1000-INITIALIZE.
005020
005030     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
005040
005050     IF NOT CL-STAGE-SUBMIT
005060      AND NOT CL-STAGE-APPROVE
005070         DISPLAY
005080             "CNVMAINT - PARM POSITION 41 MUST BE S (SUBMIT) OR "
005090             "A (APPROVE)"
005100         MOVE 16 TO RETURN-CODE
005110         STOP RUN
005120     END-IF.
005130
005140     IF CL-EXPIRY-DAYS NUMERIC
005150         MOVE CL-EXPIRY-DAYS TO WS-EXPIRY-DAYS
005160     END-IF.
005170
005180*    MAKER-CHECKER RESTS ON KNOWING WHO SUBMITTED AND WHO
005190*    APPROVED -- A RUN WITH NO USER CANNOT TAKE PART.
005200     ACCEPT WS-RUN-USER FROM ENVIRONMENT "USER".
005210     IF WS-RUN-USER = SPACES
005220         DISPLAY
005230             "CNVMAINT - NO USER FOR THIS RUN - CANNOT SUBMIT "
005240             "OR APPROVE"
005250         MOVE 16 TO RETURN-CODE
005260         STOP RUN
005270     END-IF.
005280
005290     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005300     ACCEPT WS-CURRENT-TIME FROM TIME.
005310     MOVE WS-CURRENT-DATE        TO WS-BATCH-DATE.
005320     MOVE WS-CURRENT-TIME (1:6)  TO WS-BATCH-TIME.
005330
005340     PERFORM 1600-LOAD-STATE-TABLE
005350         THRU 1600-EXIT.
005360
005370     PERFORM 1680-LOAD-CEP-TABLE
005380         THRU 1680-EXIT.
005390
005400     OPEN OUTPUT EXCPFILE.
005410     IF WS-EXCPFILE-STATUS NOT = "00"
005420         DISPLAY
005430             "CNVMAINT - UNABLE TO OPEN EXCPFILE - STATUS "
005440             WS-EXCPFILE-STATUS
005450         MOVE 16 TO RETURN-CODE
005460         STOP RUN
005470     END-IF.
005480
005490     OPEN OUTPUT RPTFILE.
005500     IF WS-RPTFILE-STATUS NOT = "00"
005510         DISPLAY
005520             "CNVMAINT - UNABLE TO OPEN RPTFILE - STATUS "
005530             WS-RPTFILE-STATUS
005540         MOVE 16 TO RETURN-CODE
005550         STOP RUN
005560     END-IF.
005570
005580     IF CL-STAGE-SUBMIT
005590         PERFORM 1100-OPEN-SUBMIT
005600             THRU 1100-EXIT
005610     ELSE
005620         PERFORM 1200-OPEN-APPROVE
005630             THRU 1200-EXIT
005640     END-IF.
005650
005660     PERFORM 1800-WRITE-HEADINGS
005670         THRU 1800-EXIT.
005680
005690 1000-EXIT.
005700     EXIT.
005710
005720******************************************************************
005730*    1100-OPEN-SUBMIT -- THE CARD DECK IN, THE PENDING FILE      *
005740*                        EXTENDED.  A SUBMISSION NEVER OPENS     *
005750*                        THE MASTER.                             *
005760******************************************************************
005770 1100-OPEN-SUBMIT.
005780
005790     OPEN INPUT CARDFILE.
005800     IF WS-CARDFILE-STATUS NOT = "00"
005810         DISPLAY
005820             "CNVMAINT - UNABLE TO OPEN MNTCARDS - STATUS "
005830             WS-CARDFILE-STATUS
005840         MOVE 16 TO RETURN-CODE
005850         STOP RUN
005860     END-IF.
005870
005880     OPEN EXTEND PENDFILE.
005890     IF WS-PENDFILE-STATUS NOT = "00"
005900         OPEN OUTPUT PENDFILE
005910     END-IF.
005920     IF WS-PENDFILE-STATUS NOT = "00"
005930         DISPLAY
005940             "CNVMAINT - UNABLE TO OPEN MNTPEND - STATUS "
005950             WS-PENDFILE-STATUS
005960         MOVE 16 TO RETURN-CODE
005970         STOP RUN
005980     END-IF.
005990
006000 1100-EXIT.
006010     EXIT.
006020
006030******************************************************************
006040*    1200-OPEN-APPROVE -- LOAD AND EXPIRE THE PENDING FILE, OPEN *
006050*                         THE DECISION CARDS, THE MASTER AND     *
006060*                         THE JOURNAL AND AUDIT LOG              *
006070******************************************************************
006080 1200-OPEN-APPROVE.
006090
006100     PERFORM 1700-LOAD-PENDING
006110         THRU 1700-EXIT.
006120
006130     MOVE WS-CURRENT-DATE TO WS-DATE-IN.
006140     PERFORM 8200-DATE-TO-DAYS
006150         THRU 8200-EXIT.
006160     MOVE WS-DAYS-OUT TO WS-TODAY-DAYS.
006170
006180     PERFORM 1750-EXPIRE-ONE
006190         THRU 1750-EXIT
006200         VARYING WS-PND-SUB FROM 1 BY 1
006210         UNTIL WS-PND-SUB > WS-PND-COUNT.
006220
006230     OPEN INPUT APRFILE.
006240     IF WS-APRFILE-STATUS NOT = "00"
006250         DISPLAY
006260             "CNVMAINT - UNABLE TO OPEN APRCARDS - STATUS "
006270             WS-APRFILE-STATUS
006280         MOVE 16 TO RETURN-CODE
006290         STOP RUN
006300     END-IF.
006310
006320*    MAINTENANCE CORRECTS A MASTER THAT ALREADY EXISTS -- A
006330*    MISSING MASTER HERE IS A SETUP ERROR, NOT A FIRST RUN.
006340     OPEN I-O MASTFILE.
006350     IF WS-MASTFILE-STATUS NOT = "00"
006360         DISPLAY
006370             "CNVMAINT - UNABLE TO OPEN MASTFILE - STATUS "
006380             WS-MASTFILE-STATUS
006390         MOVE 16 TO RETURN-CODE
006400         STOP RUN
006410     END-IF.
006420
006430*    THE JOURNAL IS THE SAME ONE CONVERT6 APPENDS -- A MASTER
006440*    UPDATE WITHOUT A JOURNAL RECORD CANNOT BE BACKED OUT, SO A
006450*    FAILED OPEN IS FATAL.
006460     OPEN EXTEND JRNLFILE.
006470     IF WS-JRNLFILE-STATUS NOT = "00"
006480         OPEN OUTPUT JRNLFILE
006490     END-IF.
006500     IF WS-JRNLFILE-STATUS NOT = "00"
006510         DISPLAY
006520             "CNVMAINT - UNABLE TO OPEN JRNLFILE - STATUS "
006530             WS-JRNLFILE-STATUS
006540         MOVE 16 TO RETURN-CODE
006550         STOP RUN
006560     END-IF.
006570
006580     OPEN EXTEND AUDITFILE.
006590     IF WS-AUDITFILE-STATUS NOT = "00"
006600         OPEN OUTPUT AUDITFILE
006610     END-IF.
006620     IF WS-AUDITFILE-STATUS NOT = "00"
006630         DISPLAY
006640             "CNVMAINT - UNABLE TO OPEN MNTAUDIT - STATUS "
006650             WS-AUDITFILE-STATUS
006660         MOVE 16 TO RETURN-CODE
006670         STOP RUN
006680     END-IF.
006690
006700 1200-EXIT.
006710     EXIT.
006720
006730******************************************************************
006740*    1600-LOAD-STATE-TABLE -- SAME TABLE FILE AND RULES AS       *
006750*                             CONVERT6: ONE CODE PER LINE IN     *
006760*                             COLUMNS 1-2, '*' COMMENTS AND      *
006770*                             BLANK LINES IGNORED, MISSING OR    *
006780*                             EMPTY TABLE FATAL.                 *
006790******************************************************************
006800 1600-LOAD-STATE-TABLE.
006810
006820     OPEN INPUT STATEFILE.
006830     IF WS-STATEFILE-STATUS NOT = "00"
006840         DISPLAY
006850             "CNVMAINT - UNABLE TO OPEN STATETAB - STATUS "
006860             WS-STATEFILE-STATUS
006870         MOVE 16 TO RETURN-CODE
006880         STOP RUN
006890     END-IF.
006900
006910     MOVE "N" TO WS-EOF-SWITCH.
006920     PERFORM 1610-LOAD-ONE-STATE
006930         THRU 1610-EXIT
006940         UNTIL WS-END-OF-FILE.
006950
006960     CLOSE STATEFILE.
006970     MOVE "N" TO WS-EOF-SWITCH.
006980
006990     IF WS-STATE-COUNT = ZERO
007000         DISPLAY
007010             "CNVMAINT - STATE TABLE LOADED EMPTY FROM STATETAB"
007020         MOVE 16 TO RETURN-CODE
007030         STOP RUN
007040     END-IF.
007050
007060 1600-EXIT.
007070     EXIT.
007080
007090 1610-LOAD-ONE-STATE.
007100
007110     READ STATEFILE
007120         AT END
007130             MOVE "Y" TO WS-EOF-SWITCH
007140             GO TO 1610-EXIT
007150     END-READ.
007160
007170     IF STATE-RECORD = SPACES
007180      OR STATE-RECORD (1:1) = "*"
007190         GO TO 1610-EXIT
007200     END-IF.
007210
007220     IF WS-STATE-COUNT >= 100
007230         DISPLAY
007240             "CNVMAINT - STATE TABLE FULL - RAISE THE LIMIT"
007250         MOVE 16 TO RETURN-CODE
007260         STOP RUN
007270     END-IF.
007280
007290     ADD 1 TO WS-STATE-COUNT.
007300     SET WS-STATE-IDX TO WS-STATE-COUNT.
007310     MOVE STATE-REC-CODE TO WS-STATE-CODE (WS-STATE-IDX).
007320
007330 1610-EXIT.
007340     EXIT.
007350
007360******************************************************************
007370*    1680-LOAD-CEP-TABLE -- SAME TABLE FILE AND RULES AS         *
007380*                           CONVERT6: STATE IN COLUMNS 1-2, LOW  *
007390*                           CEP IN 4-11, HIGH CEP IN 13-20; '*'  *
007400*                           COMMENTS AND BLANK LINES IGNORED;    *
007410*                           MISSING, EMPTY OR MALFORMED TABLE    *
007420*                           FATAL.                               *
007430******************************************************************
007440 1680-LOAD-CEP-TABLE.
007450
007460     OPEN INPUT CEPFILE.
007470     IF WS-CEPFILE-STATUS NOT = "00"
007480         DISPLAY
007490             "CNVMAINT - UNABLE TO OPEN CEPTAB - STATUS "
007500             WS-CEPFILE-STATUS
007510         MOVE 16 TO RETURN-CODE
007520         STOP RUN
007530     END-IF.
007540
007550     MOVE "N" TO WS-EOF-SWITCH.
007560     PERFORM 1690-LOAD-ONE-CEP-RANGE
007570         THRU 1690-EXIT
007580         UNTIL WS-END-OF-FILE.
007590
007600     CLOSE CEPFILE.
007610     MOVE "N" TO WS-EOF-SWITCH.
007620
007630     IF WS-CEP-COUNT = ZERO
007640         DISPLAY
007650             "CNVMAINT - CEP TABLE LOADED EMPTY FROM CEPTAB"
007660         MOVE 16 TO RETURN-CODE
007670         STOP RUN
007680     END-IF.
007690
007700 1680-EXIT.
007710     EXIT.
007720
007730 1690-LOAD-ONE-CEP-RANGE.
007740
007750     READ CEPFILE
007760         AT END
007770             MOVE "Y" TO WS-EOF-SWITCH
007780             GO TO 1690-EXIT
007790     END-READ.
007800
007810     IF CEP-RECORD = SPACES
007820      OR CEP-RECORD (1:1) = "*"
007830         GO TO 1690-EXIT
007840     END-IF.
007850
007860     IF CEP-REC-LOW NOT NUMERIC
007870      OR CEP-REC-HIGH NOT NUMERIC
007880         DISPLAY
007890             "CNVMAINT - BAD CEPTAB LINE FOR STATE "
007900             CEP-REC-STATE
007910         MOVE 16 TO RETURN-CODE
007920         STOP RUN
007930     END-IF.
007940
007950     IF WS-CEP-COUNT >= 100
007960         DISPLAY
007970             "CNVMAINT - CEP TABLE FULL - RAISE THE LIMIT"
007980         MOVE 16 TO RETURN-CODE
007990         STOP RUN
008000     END-IF.
008010
008020     ADD 1 TO WS-CEP-COUNT.
008030     SET WS-CEP-IDX TO WS-CEP-COUNT.
008040     MOVE CEP-REC-STATE TO WS-CEP-STATE (WS-CEP-IDX).
008050     MOVE CEP-REC-LOW   TO WS-CEP-LOW (WS-CEP-IDX).
008060     MOVE CEP-REC-HIGH  TO WS-CEP-HIGH (WS-CEP-IDX).
008070
008080 1690-EXIT.
008090     EXIT.
008100
008110******************************************************************
008120*    1700-LOAD-PENDING -- HOLD THE WHOLE PENDING FILE, EVERY     *
008130*                         CARD STARTING AS PENDING.  A MISSING   *
008140*                         FILE IS AN EMPTY ONE -- NOTHING HAS    *
008150*                         BEEN SUBMITTED YET.                    *
008160******************************************************************
008170 1700-LOAD-PENDING.
008180
008190     OPEN INPUT PENDFILE.
008200     IF WS-PENDFILE-STATUS = "35"
008210         GO TO 1700-EXIT
008220     END-IF.
008230     IF WS-PENDFILE-STATUS NOT = "00"
008240         DISPLAY
008250             "CNVMAINT - UNABLE TO OPEN MNTPEND - STATUS "
008260             WS-PENDFILE-STATUS
008270         MOVE 16 TO RETURN-CODE
008280         STOP RUN
008290     END-IF.
008300
008310     MOVE "N" TO WS-EOF-SWITCH.
008320     PERFORM 1710-LOAD-ONE-PENDING
008330         THRU 1710-EXIT
008340         UNTIL WS-END-OF-FILE.
008350
008360     CLOSE PENDFILE.
008370     MOVE "N" TO WS-EOF-SWITCH.
008380
008390 1700-EXIT.
008400     EXIT.
008410
008420 1710-LOAD-ONE-PENDING.
008430
008440     READ PENDFILE INTO PND-RECORD
008450         AT END
008460             MOVE "Y" TO WS-EOF-SWITCH
008470             GO TO 1710-EXIT
008480     END-READ.
008490
008500     ADD 1 TO WS-PEND-READ-COUNT.
008510
008520     IF PEND-FILE-RECORD = SPACES
008530         GO TO 1710-EXIT
008540     END-IF.
008550
008560     MOVE PND-BATCH-DATE TO WS-DATE-IN.
008570     IF PND-BATCH-DATE NOT NUMERIC
008580      OR PND-BATCH-TIME NOT NUMERIC
008590      OR PND-ITEM-NO NOT NUMERIC
008600      OR WS-DIN-MM < 1
008610      OR WS-DIN-MM > 12
008620         DISPLAY
008630             "CNVMAINT - MALFORMED MNTPEND RECORD AT LINE "
008640             WS-PEND-READ-COUNT
008650         MOVE 16 TO RETURN-CODE
008660         STOP RUN
008670     END-IF.
008680
008690     IF WS-PND-COUNT >= 5000
008700         DISPLAY
008710             "CNVMAINT - PENDING TABLE FULL - RAISE THE LIMIT"
008720         MOVE 16 TO RETURN-CODE
008730         STOP RUN
008740     END-IF.
008750
008760     ADD 1 TO WS-PND-COUNT.
008770     MOVE PND-RECORD TO WS-PND-IMAGE (WS-PND-COUNT).
008780     MOVE "P"        TO WS-PND-DISP (WS-PND-COUNT).
008790     MOVE SPACES     TO WS-PND-TEXT (WS-PND-COUNT).
008800
008810 1710-EXIT.
008820     EXIT.
008830
008840******************************************************************
008850*    1750-EXPIRE-ONE -- A PENDING CARD SUBMITTED MORE THAN THE   *
008860*                       EXPIRY DAYS AGO IS EXPIRED: DROPPED FROM *
008870*                       THE FILE AND LISTED, NEVER APPLIED       *
008880******************************************************************
008890 1750-EXPIRE-ONE.
008900
008910     MOVE WS-PND-IMAGE (WS-PND-SUB) TO PND-RECORD.
008920     MOVE PND-BATCH-DATE TO WS-DATE-IN.
008930     PERFORM 8200-DATE-TO-DAYS
008940         THRU 8200-EXIT.
008950
008960     IF WS-DAYS-OUT NOT < WS-TODAY-DAYS
008970         GO TO 1750-EXIT
008980     END-IF.
008990
009000     COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-DAYS-OUT.
009010     IF WS-AGE-DAYS NOT > WS-EXPIRY-DAYS
009020         GO TO 1750-EXIT
009030     END-IF.
009040
009050     MOVE "X" TO WS-PND-DISP (WS-PND-SUB).
009060     ADD 1 TO WS-EXPIRED-COUNT.
009070     MOVE WS-AGE-DAYS TO WS-SMALL-ED.
009080     MOVE SPACES TO WS-PND-TEXT (WS-PND-SUB).
009090     STRING "EXPIRED -- " WS-SMALL-ED " DAYS OLD"
009100         DELIMITED BY SIZE INTO WS-PND-TEXT (WS-PND-SUB).
009110
009120 1750-EXIT.
009130     EXIT.
009140
009150******************************************************************
009160*    1800-WRITE-HEADINGS -- REPORT TITLE, RUN IDENTIFICATION AND *
009170*                           THE HEADING OF THE FIRST LISTING     *
009180******************************************************************
009190 1800-WRITE-HEADINGS.
009200
009210     IF CL-STAGE-SUBMIT
009220         MOVE "CNVMAINT - MASTER MAINTENANCE SUBMISSION LISTING"
009230             TO RPT-RECORD
009240     ELSE
009250         MOVE "CNVMAINT - MASTER MAINTENANCE APPROVAL REPORT"
009260             TO RPT-RECORD
009270     END-IF.
009280     WRITE RPT-RECORD.
009290
009300     MOVE SPACES TO RPT-RECORD.
009310     WRITE RPT-RECORD.
009320
009330     MOVE SPACES TO RPT-RECORD.
009340     STRING "CARD FILE .............. " CL-CARD-DSNAME
009350         DELIMITED BY SIZE INTO RPT-RECORD.
009360     WRITE RPT-RECORD.
009370
009380     IF CL-STAGE-APPROVE
009390         GO TO 1800-APPROVE
009400     END-IF.
009410
009420     MOVE SPACES TO RPT-RECORD.
009430     STRING "BATCH ID ............... " WS-BATCH-ID
009440         DELIMITED BY SIZE INTO RPT-RECORD.
009450     WRITE RPT-RECORD.
009460
009470     MOVE SPACES TO RPT-RECORD.
009480     STRING "SUBMITTED BY ........... " WS-RUN-USER
009490         DELIMITED BY SIZE INTO RPT-RECORD.
009500     WRITE RPT-RECORD.
009510
009520     MOVE SPACES TO RPT-RECORD.
009530     WRITE RPT-RECORD.
009540     MOVE "NOTHING BELOW IS ON THE MASTER UNTIL ANOTHER USER "
009550         TO RPT-RECORD.
009560     WRITE RPT-RECORD.
009570     MOVE "APPROVES IT BY BATCH ID (AND ITEM) ON AN APPROVAL RUN."
009580         TO RPT-RECORD.
009590     WRITE RPT-RECORD.
009600
009610     MOVE SPACES TO RPT-RECORD.
009620     WRITE RPT-RECORD.
009630     WRITE RPT-RECORD FROM WS-LIST-HEADING.
009640     GO TO 1800-EXIT.
009650
009660 1800-APPROVE.
009670     MOVE SPACES TO RPT-RECORD.
009680     STRING "APPROVED BY ............ " WS-RUN-USER
009690         DELIMITED BY SIZE INTO RPT-RECORD.
009700     WRITE RPT-RECORD.
009710
009720     MOVE WS-EXPIRY-DAYS TO WS-SMALL-ED.
009730     MOVE SPACES TO RPT-RECORD.
009740     STRING "EXPIRY DAYS ............ " WS-SMALL-ED
009750         DELIMITED BY SIZE INTO RPT-RECORD.
009760     WRITE RPT-RECORD.
009770
009780     MOVE SPACES TO RPT-RECORD.
009790     WRITE RPT-RECORD.
009800     MOVE "DECISION CARDS" TO RPT-RECORD.
009810     WRITE RPT-RECORD.
009820
009830 1800-EXIT.
009840     EXIT.
009850
009860******************************************************************
009870*    2000-PROCESS-CARDS -- EDIT ONE TRANSACTION CARD AND PEND IT *
009880*                          FOR APPROVAL (SUBMIT STAGE)           *
009890******************************************************************
009900 2000-PROCESS-CARDS.
009910
009920     READ CARDFILE INTO CARD-RECORD
009930         AT END
009940             MOVE "Y" TO WS-EOF-SWITCH
009950             GO TO 2000-EXIT
009960     END-READ.
009970
009980     ADD 1 TO WS-CARD-READ-COUNT.
009990     MOVE WS-CARD-READ-COUNT TO WS-EXCP-RECORD-NO.
010000
010010     IF CARD-RECORD = SPACES
010020      OR CARD-ACTION = "*"
010030         ADD 1 TO WS-COMMENT-COUNT
010040         GO TO 2000-EXIT
010050     END-IF.
010060
010070     PERFORM 2100-VALIDATE-CARD
010080         THRU 2100-EXIT.
010090
010100     IF NOT WS-CARD-IS-VALID
010110         PERFORM 2200-WRITE-EXCEPTION
010120             THRU 2200-EXIT
010130         MOVE WS-EXCEPTION-REASON TO WS-LST-TEXT
010140         PERFORM 2450-LIST-SUBMITTED
010150             THRU 2450-EXIT
010160         GO TO 2000-EXIT
010170     END-IF.
010180
010190     PERFORM 2400-WRITE-PENDING
010200         THRU 2400-EXIT.
010210
010220 2000-EXIT.
010230     EXIT.
010240
010250******************************************************************
010260*    2100-VALIDATE-CARD -- THE SAME EDITS CONVERT6 APPLIES TO A  *
010270*                          DETAIL RECORD: ACCOUNT NUMERIC, AND   *
010280*                          FOR AN ADD OR CHANGE A NAME PRESENT   *
010290*                          AND A STATE ON THE TABLE.  A DELETE   *
010300*                          NEEDS ONLY THE ACCOUNT.               *
010310******************************************************************
010320 2100-VALIDATE-CARD.
010330
010340     MOVE "Y" TO WS-VALID-CARD-SWITCH.
010350     MOVE SPACES TO WS-EXCEPTION-REASON.
010360
010370     IF CARD-ACTION NOT = "A"
010380      AND CARD-ACTION NOT = "C"
010390      AND CARD-ACTION NOT = "D"
010400         MOVE "N" TO WS-VALID-CARD-SWITCH
010410         MOVE "ACTION CODE NOT VALID" TO WS-EXCEPTION-REASON
010420         GO TO 2100-EXIT
010430     END-IF.
010440
010450     IF CARD-ACCOUNT-NO NOT NUMERIC
010460         MOVE "N" TO WS-VALID-CARD-SWITCH
010470         MOVE "ACCOUNT NUMBER NOT NUMERIC" TO WS-EXCEPTION-REASON
010480         GO TO 2100-EXIT
010490     END-IF.
010500
010510     IF CARD-ACTION = "D"
010520         GO TO 2100-EXIT
010530     END-IF.
010540
010550     IF CARD-NAME = SPACES
010560         MOVE "N" TO WS-VALID-CARD-SWITCH
010570         MOVE "NAME FIELD BLANK" TO WS-EXCEPTION-REASON
010580         GO TO 2100-EXIT
010590     END-IF.
010600
010610     PERFORM 2130-CHECK-STATE
010620         THRU 2130-EXIT.
010630     IF NOT WS-CARD-IS-VALID
010640         GO TO 2100-EXIT
010650     END-IF.
010660
010670     PERFORM 2135-CHECK-CEP
010680         THRU 2135-EXIT.
010690
010700 2100-EXIT.
010710     EXIT.
010720
010730******************************************************************
010740*    2130-CHECK-STATE -- STATE CODE AGAINST THE LOADED TABLE,    *
010750*                         COMPARED ON AN UPPERCASED COPY, THE    *
010760*                         SAME AS CONVERT6                       *
010770******************************************************************
010780 2130-CHECK-STATE.
010790
010800     MOVE CARD-STATE TO WS-STATE-WORK.
010810     INSPECT WS-STATE-WORK
010820         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
010830
010840     MOVE "N" TO WS-STATE-FOUND-SWITCH.
010850     SET WS-STATE-IDX TO 1.
010860     SEARCH WS-STATE-CODE
010870         AT END
010880             CONTINUE
010890         WHEN WS-STATE-IDX > WS-STATE-COUNT
010900             CONTINUE
010910         WHEN WS-STATE-CODE (WS-STATE-IDX) = WS-STATE-WORK
010920             MOVE "Y" TO WS-STATE-FOUND-SWITCH
010930     END-SEARCH.
010940
010950     IF NOT WS-STATE-ON-TABLE
010960         MOVE "N" TO WS-VALID-CARD-SWITCH
010970         MOVE "STATE CODE NOT ON TABLE" TO WS-EXCEPTION-REASON
010980     END-IF.
010990
011000 2130-EXIT.
011010     EXIT.
011020
011030******************************************************************
011040*    2135-CHECK-CEP -- A SUPPLIED CEP AGAINST THE RANGE FOR THE  *
011050*                      CARD'S STATE, SAME RULES AS CONVERT6:     *
011060*                      BLANK PASSES, NON-BLANK MUST BE NUMERIC   *
011070*                      AND INSIDE THE STATE'S TABLED RANGE.      *
011080*                      USES THE UPPERCASED STATE CODE 2130 LEFT  *
011090*                      IN WS-STATE-WORK.                         *
011100******************************************************************
011110 2135-CHECK-CEP.
011120
011130     IF CARD-CEP = SPACES
011140         GO TO 2135-EXIT
011150     END-IF.
011160
011170     IF CARD-CEP NOT NUMERIC
011180         MOVE "N" TO WS-VALID-CARD-SWITCH
011190         MOVE "CEP NOT NUMERIC" TO WS-EXCEPTION-REASON
011200         GO TO 2135-EXIT
011210     END-IF.
011220
011230     MOVE CARD-CEP TO WS-CEP-WORK.
011240
011250     MOVE "N" TO WS-CEP-FOUND-SWITCH.
011260     SET WS-CEP-IDX TO 1.
011270     SEARCH WS-CEP-ENTRY
011280         AT END
011290             CONTINUE
011300         WHEN WS-CEP-IDX > WS-CEP-COUNT
011310             CONTINUE
011320         WHEN WS-CEP-STATE (WS-CEP-IDX) = WS-STATE-WORK
011330             MOVE "Y" TO WS-CEP-FOUND-SWITCH
011340     END-SEARCH.
011350
011360     IF NOT WS-CEP-STATE-ON-TABLE
011370         MOVE "N" TO WS-VALID-CARD-SWITCH
011380         MOVE "NO CEP RANGE FOR STATE" TO WS-EXCEPTION-REASON
011390         GO TO 2135-EXIT
011400     END-IF.
011410
011420     IF WS-CEP-WORK < WS-CEP-LOW (WS-CEP-IDX)
011430      OR WS-CEP-WORK > WS-CEP-HIGH (WS-CEP-IDX)
011440         MOVE "N" TO WS-VALID-CARD-SWITCH
011450         MOVE "CEP OUT OF RANGE FOR STATE"
011460             TO WS-EXCEPTION-REASON
011470     END-IF.
011480
011490 2135-EXIT.
011500     EXIT.
011510
011520******************************************************************
011530*    2200-WRITE-EXCEPTION -- LOG A REJECTED CARD IN THE SHARED   *
011540*                            EXCPREC LAYOUT                      *
011550******************************************************************
011560 2200-WRITE-EXCEPTION.
011570
011580     MOVE SPACES               TO EXCP-RECORD.
011590     MOVE WS-EXCP-RECORD-NO    TO EXCP-RECORD-NO.
011600     MOVE WS-EXCEPTION-REASON  TO EXCP-REASON.
011610     MOVE CARD-RECORD          TO EXCP-ORIGINAL-DATA.
011620     MOVE ZERO                 TO EXCP-RECYCLE-COUNT.
011630     WRITE EXCP-RECORD.
011640     ADD 1 TO WS-REJECT-COUNT.
011650
011660 2200-EXIT.
011670     EXIT.
011680
011690******************************************************************
011700*    2300-BUILD-MASTER-FIELDS -- MOVE THE CARD FIELDS INTO THE   *
011710*                                 MASTER RECORD AREA             *
011720******************************************************************
011730 2300-BUILD-MASTER-FIELDS.
011740
011750     MOVE SPACES          TO MST-CUSTOMER-RECORD.
011760     MOVE CARD-ACCOUNT-NO TO MST-ACCOUNT-NO.
011770     MOVE CARD-NAME       TO MST-NAME.
011780     MOVE CARD-STREET     TO MST-STREET.
011790     MOVE CARD-CITY       TO MST-CITY.
011800     MOVE CARD-STATE      TO MST-STATE.
011810     MOVE CARD-CEP        TO MST-CEP.
011820*    A MAINTENANCE ADD OR CHANGE IS AN ADDRESS CORRECTION --
011830*    IT CLEARS ANY RETURN-MAIL SUPPRESSION.
011840     MOVE "N"    TO MST-SUPPRESS-FLAG.
011850     MOVE ZERO   TO MST-SUPPRESS-DATE.
011860     MOVE SPACES TO MST-SUPPRESS-REASON.
011870
011880 2300-EXIT.
011890     EXIT.
011900
011910******************************************************************
011920*    2400-WRITE-PENDING -- PEND ONE EDITED CARD UNDER THIS RUN'S *
011930*                          BATCH ID AND USER, AND LIST IT        *
011940******************************************************************
011950 2400-WRITE-PENDING.
011960
011970     MOVE SPACES              TO PND-RECORD.
011980     MOVE WS-BATCH-DATE       TO PND-BATCH-DATE.
011990     MOVE WS-BATCH-TIME       TO PND-BATCH-TIME.
012000     MOVE WS-CARD-READ-COUNT  TO PND-ITEM-NO.
012010     MOVE WS-RUN-USER         TO PND-SUBMIT-USER.
012020     MOVE CARD-RECORD         TO PND-CARD-IMAGE.
012030
012040     WRITE PEND-FILE-RECORD FROM PND-RECORD.
012050     IF WS-PENDFILE-STATUS NOT = "00"
012060         DISPLAY
012070             "CNVMAINT - UNABLE TO WRITE MNTPEND - STATUS "
012080             WS-PENDFILE-STATUS
012090         MOVE 16 TO RETURN-CODE
012100         STOP RUN
012110     END-IF.
012120
012130     ADD 1 TO WS-PENDED-COUNT.
012140     MOVE "PENDING APPROVAL" TO WS-LST-TEXT.
012150     PERFORM 2450-LIST-SUBMITTED
012160         THRU 2450-EXIT.
012170
012180 2400-EXIT.
012190     EXIT.
012200
012210******************************************************************
012220*    2450-LIST-SUBMITTED -- ONE SUBMISSION LISTING LINE FOR THE  *
012230*                           CURRENT CARD; THE CALLER SETS THE    *
012240*                           DISPOSITION TEXT                     *
012250******************************************************************
012260 2450-LIST-SUBMITTED.
012270
012280     MOVE WS-BATCH-ID         TO WS-LST-BATCH-ID.
012290     MOVE WS-CARD-READ-COUNT  TO WS-LST-ITEM-NO.
012300     MOVE CARD-ACTION         TO WS-LST-ACTION.
012310     MOVE CARD-ACCOUNT-NO     TO WS-LST-ACCOUNT-NO.
012320     MOVE WS-RUN-USER         TO WS-LST-USER.
012330     WRITE RPT-RECORD FROM WS-LIST-LINE.
012340
012350 2450-EXIT.
012360     EXIT.
012370
012380******************************************************************
012390*    3100-APPLY-ADD -- AN ADD FOR AN ACCOUNT ALREADY ON THE      *
012400*                      MASTER IS REJECTED, NOT OVERLAID          *
012410******************************************************************
012420 3100-APPLY-ADD.
012430
012440     MOVE CARD-ACCOUNT-NO TO MST-ACCOUNT-NO.
012450     READ MASTFILE.
012460
012470     IF WS-MASTFILE-STATUS = "00"
012480         MOVE "ACCOUNT ALREADY ON MASTER" TO WS-EXCEPTION-REASON
012490         PERFORM 2200-WRITE-EXCEPTION
012500             THRU 2200-EXIT
012510         GO TO 3100-EXIT
012520     END-IF.
012530
012540     IF WS-MASTFILE-STATUS NOT = "23"
012550         DISPLAY
012560             "CNVMAINT - UNABLE TO READ MASTFILE - STATUS "
012570             WS-MASTFILE-STATUS
012580         MOVE 16 TO RETURN-CODE
012590         STOP RUN
012600     END-IF.
012610
012620     PERFORM 2300-BUILD-MASTER-FIELDS
012630         THRU 2300-EXIT.
012640     MOVE SPACES TO WS-MASTER-BEFORE.
012650
012660     WRITE MST-CUSTOMER-RECORD.
012670     IF WS-MASTFILE-STATUS NOT = "00"
012680         DISPLAY
012690             "CNVMAINT - UNABLE TO WRITE MASTFILE - STATUS "
012700             WS-MASTFILE-STATUS
012710         MOVE 16 TO RETURN-CODE
012720         STOP RUN
012730     END-IF.
012740
012750     ADD 1 TO WS-ADD-COUNT.
012760     ADD MST-ACCOUNT-NO TO WS-ADD-HASH.
012770     MOVE MST-CUSTOMER-RECORD TO WS-MASTER-AFTER.
012780     MOVE "A" TO WS-JRN-ACTION.
012790     PERFORM 8000-WRITE-JOURNAL
012800         THRU 8000-EXIT.
012810     PERFORM 8100-WRITE-AUDIT-LINE
012820         THRU 8100-EXIT.
012830
012840 3100-EXIT.
012850     EXIT.
012860
012870******************************************************************
012880*    3200-APPLY-CHANGE -- A CHANGE FOR AN ACCOUNT NOT ON THE     *
012890*                         MASTER IS REJECTED, NOT TURNED INTO    *
012900*                         AN ADD                                 *
012910******************************************************************
012920 3200-APPLY-CHANGE.
012930
012940     MOVE CARD-ACCOUNT-NO TO MST-ACCOUNT-NO.
012950     READ MASTFILE.
012960
012970     IF WS-MASTFILE-STATUS = "23"
012980         MOVE "ACCOUNT NOT ON MASTER" TO WS-EXCEPTION-REASON
012990         PERFORM 2200-WRITE-EXCEPTION
013000             THRU 2200-EXIT
013010         GO TO 3200-EXIT
013020     END-IF.
013030
013040     IF WS-MASTFILE-STATUS NOT = "00"
013050         DISPLAY
013060             "CNVMAINT - UNABLE TO READ MASTFILE - STATUS "
013070             WS-MASTFILE-STATUS
013080         MOVE 16 TO RETURN-CODE
013090         STOP RUN
013100     END-IF.
013110
013120     MOVE MST-CUSTOMER-RECORD TO WS-MASTER-BEFORE.
013130     PERFORM 2300-BUILD-MASTER-FIELDS
013140         THRU 2300-EXIT.
013150
013160     REWRITE MST-CUSTOMER-RECORD.
013170     IF WS-MASTFILE-STATUS NOT = "00"
013180         DISPLAY
013190             "CNVMAINT - UNABLE TO REWRITE MASTFILE - STATUS "
013200             WS-MASTFILE-STATUS
013210         MOVE 16 TO RETURN-CODE
013220         STOP RUN
013230     END-IF.
013240
013250     ADD 1 TO WS-CHANGE-COUNT.
013260     MOVE MST-CUSTOMER-RECORD TO WS-MASTER-AFTER.
013270     MOVE "C" TO WS-JRN-ACTION.
013280     PERFORM 8000-WRITE-JOURNAL
013290         THRU 8000-EXIT.
013300     PERFORM 8100-WRITE-AUDIT-LINE
013310         THRU 8100-EXIT.
013320
013330 3200-EXIT.
013340     EXIT.
013350
013360******************************************************************
013370*    3300-APPLY-DELETE -- A DELETE FOR AN ACCOUNT NOT ON THE     *
013380*                         MASTER IS REJECTED                     *
013390******************************************************************
013400 3300-APPLY-DELETE.
013410
013420     MOVE CARD-ACCOUNT-NO TO MST-ACCOUNT-NO.
013430     READ MASTFILE.
013440
013450     IF WS-MASTFILE-STATUS = "23"
013460         MOVE "ACCOUNT NOT ON MASTER" TO WS-EXCEPTION-REASON
013470         PERFORM 2200-WRITE-EXCEPTION
013480             THRU 2200-EXIT
013490         GO TO 3300-EXIT
013500     END-IF.
013510
013520     IF WS-MASTFILE-STATUS NOT = "00"
013530         DISPLAY
013540             "CNVMAINT - UNABLE TO READ MASTFILE - STATUS "
013550             WS-MASTFILE-STATUS
013560         MOVE 16 TO RETURN-CODE
013570         STOP RUN
013580     END-IF.
013590
013600     MOVE MST-CUSTOMER-RECORD TO WS-MASTER-BEFORE.
013610
013620     DELETE MASTFILE RECORD.
013630     IF WS-MASTFILE-STATUS NOT = "00"
013640         DISPLAY
013650             "CNVMAINT - UNABLE TO DELETE MASTFILE - STATUS "
013660             WS-MASTFILE-STATUS
013670         MOVE 16 TO RETURN-CODE
013680         STOP RUN
013690     END-IF.
013700
013710     ADD 1 TO WS-DELETE-COUNT.
013720     ADD MST-ACCOUNT-NO TO WS-DELETE-HASH.
013730     MOVE SPACES TO WS-MASTER-AFTER.
013740     MOVE "D" TO WS-JRN-ACTION.
013750     PERFORM 8000-WRITE-JOURNAL
013760         THRU 8000-EXIT.
013770     PERFORM 8100-WRITE-AUDIT-LINE
013780         THRU 8100-EXIT.
013790
013800 3300-EXIT.
013810     EXIT.
013820
013830******************************************************************
013840*    4000-PROCESS-DECISIONS -- ONE DECISION CARD (APPROVE        *
013850*                              STAGE): MARK EVERY PENDING CARD   *
013860*                              IT NAMES APPROVED OR DECLINED,    *
013870*                              AND LIST WHAT IT DID              *
013880******************************************************************
013890 4000-PROCESS-DECISIONS.
013900
013910     READ APRFILE INTO APR-RECORD
013920         AT END
013930             MOVE "Y" TO WS-EOF-SWITCH
013940             GO TO 4000-EXIT
013950     END-READ.
013960
013970     ADD 1 TO WS-DECISION-READ-COUNT.
013980
013990     IF APR-RECORD = SPACES
014000      OR APR-DECISION = "*"
014010         ADD 1 TO WS-COMMENT-COUNT
014020         GO TO 4000-EXIT
014030     END-IF.
014040
014050     MOVE APR-RECORD TO WS-DCL-CARD.
014060     MOVE SPACES TO WS-DCL-TEXT.
014070
014080     IF NOT APR-APPROVE
014090      AND NOT APR-DECLINE
014100         MOVE "DECISION CODE NOT VALID" TO WS-DCL-TEXT
014110         GO TO 4000-ERROR
014120     END-IF.
014130
014140     IF APR-BATCH-ID NOT NUMERIC
014150         MOVE "BATCH ID NOT NUMERIC" TO WS-DCL-TEXT
014160         GO TO 4000-ERROR
014170     END-IF.
014180
014190     IF APR-ITEM-NO NOT = SPACES
014200      AND APR-ITEM-NO NOT NUMERIC
014210         MOVE "ITEM NUMBER NOT NUMERIC" TO WS-DCL-TEXT
014220         GO TO 4000-ERROR
014230     END-IF.
014240
014250     MOVE ZERO TO WS-MATCH-COUNT WS-MATCH-REFUSED.
014260     PERFORM 4100-MATCH-ONE-PENDING
014270         THRU 4100-EXIT
014280         VARYING WS-PND-SUB FROM 1 BY 1
014290         UNTIL WS-PND-SUB > WS-PND-COUNT.
014300
014310     IF WS-MATCH-COUNT = ZERO
014320         MOVE "NO PENDING CARD MATCHES (EXPIRED OR DONE)"
014330             TO WS-DCL-TEXT
014340         GO TO 4000-ERROR
014350     END-IF.
014360
014370     COMPUTE WS-SMALL-ED = WS-MATCH-COUNT - WS-MATCH-REFUSED.
014380     MOVE WS-MATCH-REFUSED TO WS-SMALL-ED-2.
014390     IF APR-DECLINE
014400         STRING WS-SMALL-ED " DECLINED"
014410             DELIMITED BY SIZE INTO WS-DCL-TEXT
014420     ELSE
014430         STRING WS-SMALL-ED " APPROVED" WS-SMALL-ED-2
014440             " REFUSED (OWN SUBMISSION)"
014450             DELIMITED BY SIZE INTO WS-DCL-TEXT
014460     END-IF.
014470     WRITE RPT-RECORD FROM WS-DECISION-LINE.
014480     GO TO 4000-EXIT.
014490
014500 4000-ERROR.
014510     ADD 1 TO WS-DECISION-ERROR-COUNT.
014520     WRITE RPT-RECORD FROM WS-DECISION-LINE.
014530
014540 4000-EXIT.
014550     EXIT.
014560
014570******************************************************************
014580*    4100-MATCH-ONE-PENDING -- APPLY THE CURRENT DECISION TO ONE *
014590*                              PENDING CARD IF IT NAMES IT.  THE *
014600*                              SUBMITTER MAY DECLINE (WITHDRAW)  *
014610*                              A CARD OF THEIR OWN BUT NEVER     *
014620*                              APPROVE IT -- THAT CARD STAYS     *
014630*                              PENDING FOR SOMEONE ELSE.         *
014640******************************************************************
014650 4100-MATCH-ONE-PENDING.
014660
014670     IF NOT WS-PND-PENDING (WS-PND-SUB)
014680         GO TO 4100-EXIT
014690     END-IF.
014700
014710     MOVE WS-PND-IMAGE (WS-PND-SUB) TO PND-RECORD.
014720     IF PND-BATCH-ID NOT = APR-BATCH-ID
014730         GO TO 4100-EXIT
014740     END-IF.
014750     IF APR-ITEM-NO NOT = SPACES
014760      AND PND-ITEM-NO NOT = APR-ITEM-NO
014770         GO TO 4100-EXIT
014780     END-IF.
014790
014800     ADD 1 TO WS-MATCH-COUNT.
014810
014820     IF APR-DECLINE
014830         MOVE "D" TO WS-PND-DISP (WS-PND-SUB)
014840         MOVE "DECLINED" TO WS-PND-TEXT (WS-PND-SUB)
014850         ADD 1 TO WS-DECLINED-COUNT
014860         GO TO 4100-EXIT
014870     END-IF.
014880
014890     IF PND-SUBMIT-USER = WS-RUN-USER
014900         ADD 1 TO WS-MATCH-REFUSED
014910         ADD 1 TO WS-REFUSED-COUNT
014920         MOVE "REFUSED -- OWN SUBMISSION"
014930             TO WS-PND-TEXT (WS-PND-SUB)
014940         GO TO 4100-EXIT
014950     END-IF.
014960
014970     MOVE "Y" TO WS-PND-DISP (WS-PND-SUB).
014980     ADD 1 TO WS-APPROVED-COUNT.
014990
015000 4100-EXIT.
015010     EXIT.
015020
015030******************************************************************
015040*    5000-APPLY-APPROVED -- APPLY ONE APPROVED PENDING CARD, IN  *
015050*                           SUBMISSION ORDER.  THE CARD IS       *
015060*                           EDITED AGAIN FIRST -- STATETAB OR    *
015070*                           CEPTAB MAY HAVE CHANGED SINCE IT WAS *
015080*                           SUBMITTED -- AND A REJECT GOES TO    *
015090*                           EXCPFILE UNDER ITS ITEM NUMBER.      *
015100******************************************************************
015110 5000-APPLY-APPROVED.
015120
015130     IF NOT WS-PND-APPROVED (WS-PND-SUB)
015140         GO TO 5000-EXIT
015150     END-IF.
015160
015170     MOVE WS-PND-IMAGE (WS-PND-SUB) TO PND-RECORD.
015180     MOVE PND-CARD-IMAGE  TO CARD-RECORD.
015190     MOVE PND-ITEM-NO     TO WS-EXCP-RECORD-NO.
015200     MOVE PND-SUBMIT-USER TO WS-MAKER-USER.
015210     MOVE WS-REJECT-COUNT TO WS-REJECT-BEFORE.
015220
015230     PERFORM 2100-VALIDATE-CARD
015240         THRU 2100-EXIT.
015250
015260     IF NOT WS-CARD-IS-VALID
015270         PERFORM 2200-WRITE-EXCEPTION
015280             THRU 2200-EXIT
015290         GO TO 5000-DISPOSITION
015300     END-IF.
015310
015320     EVALUATE CARD-ACTION
015330         WHEN "A"
015340             PERFORM 3100-APPLY-ADD
015350                 THRU 3100-EXIT
015360         WHEN "C"
015370             PERFORM 3200-APPLY-CHANGE
015380                 THRU 3200-EXIT
015390         WHEN "D"
015400             PERFORM 3300-APPLY-DELETE
015410                 THRU 3300-EXIT
015420     END-EVALUATE.
015430
015440 5000-DISPOSITION.
015450     IF WS-REJECT-COUNT > WS-REJECT-BEFORE
015460         MOVE "J" TO WS-PND-DISP (WS-PND-SUB)
015470         MOVE WS-EXCEPTION-REASON TO WS-PND-TEXT (WS-PND-SUB)
015480     ELSE
015490         MOVE "A" TO WS-PND-DISP (WS-PND-SUB)
015500         MOVE "APPLIED" TO WS-PND-TEXT (WS-PND-SUB)
015510     END-IF.
015520
015530 5000-EXIT.
015540     EXIT.
015550
015560******************************************************************
015570*    8000-WRITE-JOURNAL -- APPEND ONE BEFORE/AFTER IMAGE RECORD  *
015580*                          TO THE SHARED MASTER-UPDATE JOURNAL,  *
015590*                          SO CNVJREST COVERS MAINTENANCE THE    *
015600*                          SAME AS THE NIGHTLY RUN.  A FAILED    *
015610*                          WRITE IS FATAL.                       *
015620******************************************************************
015630 8000-WRITE-JOURNAL.
015640
015650     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
015660     ACCEPT WS-CURRENT-TIME FROM TIME.
015670
015680     MOVE SPACES              TO JRN-RECORD.
015690     MOVE WS-CURRENT-DATE     TO JRN-DATE.
015700     MOVE WS-CURRENT-TIME (1:6) TO JRN-TIME.
015710     MOVE MST-ACCOUNT-NO      TO JRN-ACCOUNT-NO.
015720     MOVE WS-JRN-ACTION       TO JRN-ACTION.
015730     MOVE CL-CARD-DSNAME      TO JRN-INPUT-DSNAME.
015740*    MAINTENANCE HAS NO FEED HEADER -- THE RUN DATE AND
015750*    SEQUENCE ZERO IDENTIFY THE RUN ON THE JOURNAL.
015760     MOVE WS-CURRENT-DATE     TO JRN-FILE-DATE.
015770     MOVE ZERO                TO JRN-FILE-SEQ.
015780     MOVE WS-MASTER-BEFORE    TO JRN-BEFORE-IMAGE.
015790     MOVE WS-MASTER-AFTER     TO JRN-AFTER-IMAGE.
015800
015810     WRITE JRN-RECORD.
015820     IF WS-JRNLFILE-STATUS NOT = "00"
015830         DISPLAY
015840             "CNVMAINT - UNABLE TO WRITE JRNLFILE - STATUS "
015850             WS-JRNLFILE-STATUS
015860         MOVE 16 TO RETURN-CODE
015870         STOP RUN
015880     END-IF.
015890
015900 8000-EXIT.
015910     EXIT.
015920
015930******************************************************************
015940*    8100-WRITE-AUDIT-LINE -- ONE MAINTENANCE AUDIT LOG LINE PER *
015950*                             APPLIED TRANSACTION: DATE, TIME,   *
015960*                             USER (THE APPROVER), ACTION,       *
015970*                             ACCOUNT, THE BEFORE AND AFTER      *
015980*                             IMAGES AND THE MAKER (SUBMITTER)   *
015990******************************************************************
016000 8100-WRITE-AUDIT-LINE.
016010
016020     ACCEPT WS-RUN-USER FROM ENVIRONMENT "USER".
016030
016040     MOVE SPACES TO AUDIT-RECORD.
016050     STRING
016060         WS-DATE-CCYY      DELIMITED BY SIZE
016070         "-"               DELIMITED BY SIZE
016080         WS-DATE-MM        DELIMITED BY SIZE
016090         "-"               DELIMITED BY SIZE
016100         WS-DATE-DD        DELIMITED BY SIZE
016110         " "               DELIMITED BY SIZE
016120         WS-TIME-HH        DELIMITED BY SIZE
016130         ":"               DELIMITED BY SIZE
016140         WS-TIME-MN        DELIMITED BY SIZE
016150         ":"               DELIMITED BY SIZE
016160         WS-TIME-SS        DELIMITED BY SIZE
016170         " USER="          DELIMITED BY SIZE
016180         WS-RUN-USER       DELIMITED BY SIZE
016190         " ACTION="        DELIMITED BY SIZE
016200         WS-JRN-ACTION     DELIMITED BY SIZE
016210         " ACCOUNT="       DELIMITED BY SIZE
016220         MST-ACCOUNT-NO    DELIMITED BY SIZE
016230         " BEFORE="        DELIMITED BY SIZE
016240         WS-MASTER-BEFORE  DELIMITED BY SIZE
016250         " AFTER="         DELIMITED BY SIZE
016260         WS-MASTER-AFTER   DELIMITED BY SIZE
016270         " MAKER="         DELIMITED BY SIZE
016280         WS-MAKER-USER     DELIMITED BY SIZE
016290         INTO AUDIT-RECORD
016300         ON OVERFLOW
016310             DISPLAY
016320                 "CNVMAINT - AUDIT RECORD STRING OVERFLOW"
016330             MOVE 16 TO RETURN-CODE
016340             STOP RUN
016350     END-STRING.
016360
016370     WRITE AUDIT-RECORD.
016380     IF WS-AUDITFILE-STATUS NOT = "00"
016390         DISPLAY
016400             "CNVMAINT - UNABLE TO WRITE MNTAUDIT - STATUS "
016410             WS-AUDITFILE-STATUS
016420         MOVE 16 TO RETURN-CODE
016430         STOP RUN
016440     END-IF.
016450
016460 8100-EXIT.
016470     EXIT.
016480
016490******************************************************************
016500*    8200-DATE-TO-DAYS -- TURN A CCYYMMDD DATE (WS-DATE-IN) INTO *
016510*                          A SERIAL DAY NUMBER (WS-DAYS-OUT),    *
016520*                          GREGORIAN LEAP RULES INCLUDED, SO TWO *
016530*                          DATES SUBTRACT TO A DAY COUNT         *
016540******************************************************************
016550 8200-DATE-TO-DAYS.
016560
016570     COMPUTE WS-DAYS-OUT = WS-DIN-CCYY * 365.
016580
016590     DIVIDE WS-DIN-CCYY BY 4
016600         GIVING WS-LEAP-DAYS.
016610     ADD WS-LEAP-DAYS TO WS-DAYS-OUT.
016620     DIVIDE WS-DIN-CCYY BY 100
016630         GIVING WS-LEAP-DAYS.
016640     SUBTRACT WS-LEAP-DAYS FROM WS-DAYS-OUT.
016650     DIVIDE WS-DIN-CCYY BY 400
016660         GIVING WS-LEAP-DAYS.
016670     ADD WS-LEAP-DAYS TO WS-DAYS-OUT.
016680
016690     ADD WS-MONTH-OFFSET (WS-DIN-MM) TO WS-DAYS-OUT.
016700     ADD WS-DIN-DD TO WS-DAYS-OUT.
016710
016720*    THE YEAR'S OWN LEAP DAY COUNTS ONLY FROM MARCH ON.
016730     MOVE "N" TO WS-LEAP-YEAR-SWITCH.
016740     DIVIDE WS-DIN-CCYY BY 4
016750         GIVING WS-LEAP-QUOTIENT
016760         REMAINDER WS-LEAP-REMAINDER.
016770     IF WS-LEAP-REMAINDER = ZERO
016780         MOVE "Y" TO WS-LEAP-YEAR-SWITCH
016790         DIVIDE WS-DIN-CCYY BY 100
016800             GIVING WS-LEAP-QUOTIENT
016810             REMAINDER WS-LEAP-REMAINDER
016820         IF WS-LEAP-REMAINDER = ZERO
016830             MOVE "N" TO WS-LEAP-YEAR-SWITCH
016840             DIVIDE WS-DIN-CCYY BY 400
016850                 GIVING WS-LEAP-QUOTIENT
016860                 REMAINDER WS-LEAP-REMAINDER
016870             IF WS-LEAP-REMAINDER = ZERO
016880                 MOVE "Y" TO WS-LEAP-YEAR-SWITCH
016890             END-IF
016900         END-IF
016910     END-IF.
016920
016930     IF WS-IS-LEAP-YEAR AND WS-DIN-MM < 3
016940         SUBTRACT 1 FROM WS-DAYS-OUT
016950     END-IF.
016960
016970 8200-EXIT.
016980     EXIT.
016990
017000******************************************************************
017010*    9000-TERMINATE -- SUMMARY REPORT, CONDITION CODE, CLOSE.    *
017020*                      AN APPROVAL ALSO LISTS WHAT BECAME OF     *
017030*                      EVERY PENDING CARD, WRITES BACK THE ONES  *
017040*                      STILL PENDING AND ROLLS THE MASTER        *
017050*                      CONTROL RECORD.  RC=4 ON ANY REJECT, AND  *
017060*                      ON AN APPROVAL ALSO ON ANY BAD DECISION   *
017070*                      CARD, REFUSED APPROVAL OR EXPIRED CARD.   *
017080******************************************************************
017090 9000-TERMINATE.
017100
017110     IF CL-STAGE-APPROVE
017120         PERFORM 9050-LIST-DISPOSITIONS
017130             THRU 9050-EXIT
017140     END-IF.
017150
017160     PERFORM 9100-WRITE-REPORT
017170         THRU 9100-EXIT.
017180
017190     IF CL-STAGE-SUBMIT
017200         CLOSE CARDFILE PENDFILE EXCPFILE RPTFILE
017210     ELSE
017220         CLOSE APRFILE MASTFILE JRNLFILE EXCPFILE
017230               AUDITFILE RPTFILE
017240         PERFORM 9300-REWRITE-PENDING
017250             THRU 9300-EXIT
017260         PERFORM 9400-ROLL-MASTER-CONTROL
017270             THRU 9400-EXIT
017280     END-IF.
017290
017300     IF WS-REJECT-COUNT > ZERO
017310      OR WS-DECISION-ERROR-COUNT > ZERO
017320      OR WS-REFUSED-COUNT > ZERO
017330      OR WS-EXPIRED-COUNT > ZERO
017340         MOVE 4 TO RETURN-CODE
017350     ELSE
017360         MOVE 0 TO RETURN-CODE
017370     END-IF.
017380
017390 9000-EXIT.
017400     EXIT.
017410
017420******************************************************************
017430*    9050-LIST-DISPOSITIONS -- ONE SECTION PER OUTCOME OF THE    *
017440*                              HELD PENDING CARDS (APPROVE       *
017450*                              STAGE), EXPIRED CARDS INCLUDED    *
017460******************************************************************
017470 9050-LIST-DISPOSITIONS.
017480
017490     MOVE "CARDS APPLIED" TO WS-SECTION-TITLE.
017500     MOVE "A" TO WS-LIST-DISP.
017510     PERFORM 9120-LIST-SECTION
017520         THRU 9120-EXIT.
017530
017540     MOVE "APPROVED CARDS REJECTED ON APPLY -- SEE EXCPFILE"
017550         TO WS-SECTION-TITLE.
017560     MOVE "J" TO WS-LIST-DISP.
017570     PERFORM 9120-LIST-SECTION
017580         THRU 9120-EXIT.
017590
017600     MOVE "CARDS DECLINED" TO WS-SECTION-TITLE.
017610     MOVE "D" TO WS-LIST-DISP.
017620     PERFORM 9120-LIST-SECTION
017630         THRU 9120-EXIT.
017640
017650     MOVE SPACES TO WS-SECTION-TITLE.
017660     MOVE WS-EXPIRY-DAYS TO WS-SMALL-ED.
017670     STRING "CARDS EXPIRED -- NOT APPROVED WITHIN " WS-SMALL-ED
017680         " DAYS, RESUBMIT IF STILL WANTED"
017690         DELIMITED BY SIZE INTO WS-SECTION-TITLE.
017700     MOVE "X" TO WS-LIST-DISP.
017710     PERFORM 9120-LIST-SECTION
017720         THRU 9120-EXIT.
017730
017740     MOVE "CARDS STILL PENDING APPROVAL" TO WS-SECTION-TITLE.
017750     MOVE "P" TO WS-LIST-DISP.
017760     PERFORM 9120-LIST-SECTION
017770         THRU 9120-EXIT.
017780     MOVE WS-LIST-FOUND TO WS-STILL-PENDING-COUNT.
017790
017800 9050-EXIT.
017810     EXIT.
017820
017830 9120-LIST-SECTION.
017840
017850     MOVE SPACES TO RPT-RECORD.
017860     WRITE RPT-RECORD.
017870     WRITE RPT-RECORD FROM WS-SECTION-TITLE.
017880     WRITE RPT-RECORD FROM WS-LIST-HEADING.
017890
017900     MOVE ZERO TO WS-LIST-FOUND.
017910     PERFORM 9150-LIST-ONE-PENDING
017920         THRU 9150-EXIT
017930         VARYING WS-PND-SUB FROM 1 BY 1
017940         UNTIL WS-PND-SUB > WS-PND-COUNT.
017950
017960     IF WS-LIST-FOUND = ZERO
017970         MOVE "    NONE" TO RPT-RECORD
017980         WRITE RPT-RECORD
017990     END-IF.
018000
018010 9120-EXIT.
018020     EXIT.
018030
018040 9150-LIST-ONE-PENDING.
018050
018060     IF WS-PND-DISP (WS-PND-SUB) NOT = WS-LIST-DISP
018070         GO TO 9150-EXIT
018080     END-IF.
018090
018100     ADD 1 TO WS-LIST-FOUND.
018110     MOVE WS-PND-IMAGE (WS-PND-SUB) TO PND-RECORD.
018120     MOVE PND-CARD-IMAGE  TO CARD-RECORD.
018130     MOVE PND-BATCH-ID    TO WS-LST-BATCH-ID.
018140     MOVE PND-ITEM-NO     TO WS-LST-ITEM-NO.
018150     MOVE CARD-ACTION     TO WS-LST-ACTION.
018160     MOVE CARD-ACCOUNT-NO TO WS-LST-ACCOUNT-NO.
018170     MOVE PND-SUBMIT-USER TO WS-LST-USER.
018180     MOVE WS-PND-TEXT (WS-PND-SUB) TO WS-LST-TEXT.
018190     WRITE RPT-RECORD FROM WS-LIST-LINE.
018200
018210 9150-EXIT.
018220     EXIT.
018230
018240******************************************************************
018250*    9100-WRITE-REPORT -- END-OF-JOB SUMMARY                     *
018260******************************************************************
018270 9100-WRITE-REPORT.
018280
018290     MOVE SPACES TO RPT-RECORD.
018300     WRITE RPT-RECORD.
018310     MOVE "SUMMARY" TO RPT-RECORD.
018320     WRITE RPT-RECORD.
018330
018340     IF CL-STAGE-APPROVE
018350         GO TO 9100-APPROVE
018360     END-IF.
018370
018380     MOVE WS-CARD-READ-COUNT TO WS-COUNT-ED.
018390     MOVE SPACES TO RPT-RECORD.
018400     STRING "CARDS READ ............. " WS-COUNT-ED
018410         DELIMITED BY SIZE INTO RPT-RECORD.
018420     WRITE RPT-RECORD.
018430
018440     MOVE WS-COMMENT-COUNT TO WS-COUNT-ED.
018450     MOVE SPACES TO RPT-RECORD.
018460     STRING "COMMENT/BLANK CARDS .... " WS-COUNT-ED
018470         DELIMITED BY SIZE INTO RPT-RECORD.
018480     WRITE RPT-RECORD.
018490
018500     MOVE WS-PENDED-COUNT TO WS-COUNT-ED.
018510     MOVE SPACES TO RPT-RECORD.
018520     STRING "CARDS PENDING APPROVAL . " WS-COUNT-ED
018530         DELIMITED BY SIZE INTO RPT-RECORD.
018540     WRITE RPT-RECORD.
018550
018560     MOVE WS-REJECT-COUNT TO WS-COUNT-ED.
018570     MOVE SPACES TO RPT-RECORD.
018580     STRING "CARDS REJECTED ......... " WS-COUNT-ED
018590         DELIMITED BY SIZE INTO RPT-RECORD.
018600     WRITE RPT-RECORD.
018610     GO TO 9100-EXIT.
018620
018630 9100-APPROVE.
018640     MOVE WS-PND-COUNT TO WS-COUNT-ED.
018650     MOVE SPACES TO RPT-RECORD.
018660     STRING "PENDING CARDS HELD ..... " WS-COUNT-ED
018670         DELIMITED BY SIZE INTO RPT-RECORD.
018680     WRITE RPT-RECORD.
018690
018700     MOVE WS-EXPIRED-COUNT TO WS-COUNT-ED.
018710     MOVE SPACES TO RPT-RECORD.
018720     STRING "CARDS EXPIRED .......... " WS-COUNT-ED
018730         DELIMITED BY SIZE INTO RPT-RECORD.
018740     WRITE RPT-RECORD.
018750
018760     MOVE WS-DECISION-READ-COUNT TO WS-COUNT-ED.
018770     MOVE SPACES TO RPT-RECORD.
018780     STRING "DECISION CARDS READ .... " WS-COUNT-ED
018790         DELIMITED BY SIZE INTO RPT-RECORD.
018800     WRITE RPT-RECORD.
018810
018820     MOVE WS-COMMENT-COUNT TO WS-COUNT-ED.
018830     MOVE SPACES TO RPT-RECORD.
018840     STRING "COMMENT/BLANK CARDS .... " WS-COUNT-ED
018850         DELIMITED BY SIZE INTO RPT-RECORD.
018860     WRITE RPT-RECORD.
018870
018880     MOVE WS-DECISION-ERROR-COUNT TO WS-COUNT-ED.
018890     MOVE SPACES TO RPT-RECORD.
018900     STRING "DECISION CARDS IN ERROR  " WS-COUNT-ED
018910         DELIMITED BY SIZE INTO RPT-RECORD.
018920     WRITE RPT-RECORD.
018930
018940     MOVE WS-APPROVED-COUNT TO WS-COUNT-ED.
018950     MOVE SPACES TO RPT-RECORD.
018960     STRING "CARDS APPROVED ......... " WS-COUNT-ED
018970         DELIMITED BY SIZE INTO RPT-RECORD.
018980     WRITE RPT-RECORD.
018990
019000     MOVE WS-REFUSED-COUNT TO WS-COUNT-ED.
019010     MOVE SPACES TO RPT-RECORD.
019020     STRING "APPROVALS REFUSED ...... " WS-COUNT-ED
019030         DELIMITED BY SIZE INTO RPT-RECORD.
019040     WRITE RPT-RECORD.
019050
019060     MOVE WS-DECLINED-COUNT TO WS-COUNT-ED.
019070     MOVE SPACES TO RPT-RECORD.
019080     STRING "CARDS DECLINED ......... " WS-COUNT-ED
019090         DELIMITED BY SIZE INTO RPT-RECORD.
019100     WRITE RPT-RECORD.
019110
019120     MOVE WS-ADD-COUNT TO WS-COUNT-ED.
019130     MOVE SPACES TO RPT-RECORD.
019140     STRING "ADDS APPLIED ........... " WS-COUNT-ED
019150         DELIMITED BY SIZE INTO RPT-RECORD.
019160     WRITE RPT-RECORD.
019170
019180     MOVE WS-CHANGE-COUNT TO WS-COUNT-ED.
019190     MOVE SPACES TO RPT-RECORD.
019200     STRING "CHANGES APPLIED ........ " WS-COUNT-ED
019210         DELIMITED BY SIZE INTO RPT-RECORD.
019220     WRITE RPT-RECORD.
019230
019240     MOVE WS-DELETE-COUNT TO WS-COUNT-ED.
019250     MOVE SPACES TO RPT-RECORD.
019260     STRING "DELETES APPLIED ........ " WS-COUNT-ED
019270         DELIMITED BY SIZE INTO RPT-RECORD.
019280     WRITE RPT-RECORD.
019290
019300     MOVE WS-REJECT-COUNT TO WS-COUNT-ED.
019310     MOVE SPACES TO RPT-RECORD.
019320     STRING "CARDS REJECTED ......... " WS-COUNT-ED
019330         DELIMITED BY SIZE INTO RPT-RECORD.
019340     WRITE RPT-RECORD.
019350
019360     MOVE WS-STILL-PENDING-COUNT TO WS-COUNT-ED.
019370     MOVE SPACES TO RPT-RECORD.
019380     STRING "CARDS STILL PENDING .... " WS-COUNT-ED
019390         DELIMITED BY SIZE INTO RPT-RECORD.
019400     WRITE RPT-RECORD.
019410
019420 9100-EXIT.
019430     EXIT.
019440
019450******************************************************************
019460*    9300-REWRITE-PENDING -- WRITE BACK ONLY THE CARDS STILL     *
019470*                            PENDING; APPLIED, REJECTED,         *
019480*                            DECLINED AND EXPIRED CARDS LEAVE    *
019490*                            THE FILE (THIS RUN'S REPORT IS      *
019500*                            THEIR RECORD)                       *
019510******************************************************************
019520 9300-REWRITE-PENDING.
019530
019540     OPEN OUTPUT PENDFILE.
019550     IF WS-PENDFILE-STATUS NOT = "00"
019560         DISPLAY
019570             "CNVMAINT - UNABLE TO OPEN MNTPEND - STATUS "
019580             WS-PENDFILE-STATUS
019590         MOVE 16 TO RETURN-CODE
019600         STOP RUN
019610     END-IF.
019620
019630     PERFORM 9310-WRITE-ONE-PENDING
019640         THRU 9310-EXIT
019650         VARYING WS-PND-SUB FROM 1 BY 1
019660         UNTIL WS-PND-SUB > WS-PND-COUNT.
019670
019680     CLOSE PENDFILE.
019690
019700 9300-EXIT.
019710     EXIT.
019720
019730 9310-WRITE-ONE-PENDING.
019740
019750     IF NOT WS-PND-PENDING (WS-PND-SUB)
019760         GO TO 9310-EXIT
019770     END-IF.
019780
019790     WRITE PEND-FILE-RECORD FROM WS-PND-IMAGE (WS-PND-SUB).
019800     IF WS-PENDFILE-STATUS NOT = "00"
019810         DISPLAY
019820             "CNVMAINT - UNABLE TO WRITE MNTPEND - STATUS "
019830             WS-PENDFILE-STATUS
019840         MOVE 16 TO RETURN-CODE
019850         STOP RUN
019860     END-IF.
019870
019880 9310-EXIT.
019890     EXIT.
019900
019910******************************************************************
019920*    9400-ROLL-MASTER-CONTROL -- ROLL THE CUSTOMER MASTER        *
019930*                                CONTROL RECORD FORWARD BY THIS  *
019940*                                RUN'S ADDS AND DELETES.  A      *
019950*                                MISSING OR EMPTY MSTCTL STARTS  *
019960*                                FROM ZERO, NOT YET ESTABLISHED  *
019970*                                -- THE NEXT CNVMCTL SWEEP       *
019980*                                ESTABLISHES IT.                 *
019990******************************************************************
020000 9400-ROLL-MASTER-CONTROL.
020010
020020     OPEN INPUT MCTLFILE.
020030     IF WS-MCTLFILE-STATUS = "35"
020040         GO TO 9400-NEW-RECORD
020050     END-IF.
020060     IF WS-MCTLFILE-STATUS NOT = "00"
020070         DISPLAY
020080             "CNVMAINT - UNABLE TO OPEN MSTCTL - STATUS "
020090             WS-MCTLFILE-STATUS
020100         MOVE 16 TO RETURN-CODE
020110         STOP RUN
020120     END-IF.
020130
020140     READ MCTLFILE
020150         AT END
020160             CLOSE MCTLFILE
020170             GO TO 9400-NEW-RECORD
020180     END-READ.
020190     CLOSE MCTLFILE.
020200     GO TO 9400-ROLL.
020210
020220 9400-NEW-RECORD.
020230     MOVE SPACES TO MCT-RECORD.
020240     MOVE ZERO   TO MCT-PROVEN-DATE MCT-PROVEN-TIME
020250                    MCT-PROVEN-COUNT MCT-PROVEN-HASH
020260                    MCT-ADD-COUNT MCT-ADD-HASH
020270                    MCT-DELETE-COUNT MCT-DELETE-HASH.
020280
020290 9400-ROLL.
020300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
020310     ACCEPT WS-CURRENT-TIME FROM TIME.
020320
020330     ADD WS-ADD-COUNT    TO MCT-ADD-COUNT.
020340     ADD WS-ADD-HASH     TO MCT-ADD-HASH.
020350     ADD WS-DELETE-COUNT TO MCT-DELETE-COUNT.
020360     ADD WS-DELETE-HASH  TO MCT-DELETE-HASH.
020370     MOVE "CNVMAINT"             TO MCT-LAST-PROGRAM.
020380     MOVE WS-CURRENT-DATE        TO MCT-LAST-DATE.
020390     MOVE WS-CURRENT-TIME (1:6)  TO MCT-LAST-TIME.
020400
020410     OPEN OUTPUT MCTLFILE.
020420     IF WS-MCTLFILE-STATUS NOT = "00"
020430         DISPLAY
020440             "CNVMAINT - UNABLE TO OPEN MSTCTL - STATUS "
020450             WS-MCTLFILE-STATUS
020460         MOVE 16 TO RETURN-CODE
020470         STOP RUN
020480     END-IF.
020490
020500     WRITE MCT-RECORD.
020510     IF WS-MCTLFILE-STATUS NOT = "00"
020520         DISPLAY
020530             "CNVMAINT - UNABLE TO WRITE MSTCTL - STATUS "
020540             WS-MCTLFILE-STATUS
020550         MOVE 16 TO RETURN-CODE
020560         STOP RUN
020570     END-IF.
020580
020590     CLOSE MCTLFILE.
020600
020610 9400-EXIT.
020620     EXIT.
