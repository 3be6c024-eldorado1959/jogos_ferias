000450*      ACCOUNT, ITS UPDATE IS BACKED OUT TOO -- REVIEW THE
000460*      REPORT AND RE-APPLY THE LATER FEED WHEN THAT MATTERS.
000470*
000480*      EVERY BACKOUT APPLIED IS ITSELF JOURNALED (JRNLOUT DD,
000490*      LAYOUT JRNLREC) -- A DELETED ADD AS A 'D' ENTRY, A
000500*      REWRITTEN BEFORE-IMAGE AS A 'C' ENTRY, A RE-ADDED RECORD
000510*      AS AN 'A' ENTRY -- WITH THE INPUT FILE LABELLED
000520*      "CNVJREST" PLUS THE MODE AND TARGET, AND THE RUN DATE
000530*      AND SEQUENCE ZERO AS ITS RUN IDENTITY, THE WAY CNVMAINT
000540*      JOURNALS.  THE JOB APPENDS JRNLOUT TO THE SHARED JOURNAL
000550*      AFTER THIS STEP, SO A FORWARD RECOVERY (CNVJFWD) REPLAYS
000560*      A RESTORE ALONG WITH EVERYTHING ELSE.
000570*
000580*      THE PARM IS POSITIONAL --
000590*          POSITION  1     RESTORE MODE (T OR F)
000600*          POSITIONS 2-15  RESTORE POINT, CCYYMMDDHHMMSS
000610*                          (T MODE ONLY)
000620*          POSITIONS 16-55 INPUT FILE NAME AS JOURNALED
000630*                          (F MODE ONLY)
000640*          POSITIONS 56-63 HEADER FILE DATE OF THE RUN TO
000650*                          BACK OUT, CCYYMMDD (F MODE ONLY;
000660*                          CNVMAINT RUNS JOURNAL THEIR RUN
000670*                          DATE HERE)
000680*          POSITIONS 64-67 HEADER FILE SEQUENCE OF THE RUN
000690*                          (F MODE ONLY; ZERO FOR CNVMAINT
000700*                          AND HEADERLESS RUNS)
000710*
000720*  MODIFICATION HISTORY.
000730*  ---------------------------------------------------------------
000740*  DATE       INIT  DESCRIPTION
000750*  2026-09-02  JLM  FILE MODE NOW NAMES ONE RUN -- FEED LABEL
000760*                   PLUS THE HEADER FILE DATE/SEQUENCE THE
000770*                   JOURNAL NOW CARRIES -- INSTEAD OF EVERY
000780*                   RUN OF THE FEED ON THE CUMULATIVE JOURNAL.
000790*                   A RESTORE THAT SELECTS NOTHING NOW ENDS
000800*                   RC=4 WITH A WARNING LINE, NOT A CLEAN
000810*                   RC=0 NO-OP.
000820*  2026-09-02  JLM  ORIGINAL PROGRAM -- COMPANION TO THE NEW
000830*                   CONVERT6 MASTER-UPDATE JOURNAL.  A STALE
000840*                   EXTRACT APPLIED CLEAN NO LONGER COSTS A TAPE
000850*                   RESTORE OF THE WHOLE KSDS.
000860*  2026-09-02  JLM  JOURNALED DELETES (ACCOUNT CLOSURES) ARE
000870*                   BACKED OUT BY RE-ADDING THE BEFORE-IMAGE --
000880*                   THE EXISTING CHANGE PATH ALREADY RE-ADDS A
000890*                   MISSING RECORD, SO THE DELETE ACTION RIDES
000900*                   THE SAME PATH.
000910*  2026-09-02  JLM  THE STAGED-TABLE APPLY (OCCURS 50000, LOAD
000920*                   FORWARD, WALK BACKWARD) COULD NOT HOLD ONE
000930*                   MASTER-UPDATE NIGHT OF THE 1.2-MILLION-
000940*                   RECORD CONSOLIDATED EXTRACT.  REPLACED BY
000950*                   A SINGLE FORWARD PASS THAT APPLIES ONLY
000960*                   THE OLDEST SELECTED ENTRY PER ACCOUNT --
000970*                   THE SAME FINAL STATE A NEWEST-FIRST UNWIND
000980*                   REACHES -- WITH A HASHED ACCOUNT REGISTRY
000990*                   SIZED LIKE CONVERT6'S.
001000*  2026-09-02  JLM  MASTER FD MOVED TO THE MSTREC COPYBOOK --
001010*                   THE MASTER NOW CARRIES RETURN-MAIL
001020*                   SUPPRESSION COLUMNS PAST POSITION 100.
001030*                   A BACKOUT OVERLAYS THE 100 CUSTREC BYTES
001040*                   ONLY, SO A SUPPRESSION SET SINCE THE
001050*                   JOURNALED UPDATE SURVIVES THE RESTORE.
001060*  2026-10-15  JLM  EVERY BACKOUT IS NOW JOURNALED IN JRNLREC
001070*                   LAYOUT TO THE NEW JRNLOUT DD, WHICH THE
001080*                   CNVJREST JOB APPENDS TO THE SHARED JOURNAL
001090*                   IN ITS NEXT STEP -- THE JOURNAL THIS STEP
001100*                   READS CANNOT ALSO BE EXTENDED BY IT.  A
001110*                   RESTORE IS NOW AN UPDATE LIKE ANY OTHER, SO
001120*                   CNVJFWD CAN ROLL IT FORWARD.  AN ADD BACKOUT
001130*                   READS THE RECORD BEFORE DELETING IT, FOR ITS
001140*                   BEFORE-IMAGE.
001150*  2026-10-15  JLM  THE RUN NOW ROLLS THE CUSTOMER MASTER
001160*                   CONTROL RECORD (MSTCTL DD, LAYOUT MCTLREC)
001170*                   FORWARD -- AN ADD BACKOUT IS A DELETE, A
001180*                   RE-ADDED CLOSURE IS AN ADD -- WITH THEIR
001190*                   ACCOUNT-NUMBER HASH TOTALS, FOR THE CNVMCTL
001200*                   SWEEP TO PROVE AGAINST THE MASTER.
001210******************************************************************
001220 IDENTIFICATION DIVISION.
001230 PROGRAM-ID.  CNVJREST.
001240 AUTHOR.      J. L. MOREIRA.
001250 INSTALLATION. JOGOS DE FERIAS BATCH SERVICES.
001260 DATE-WRITTEN. 2026-09-02.
001270 DATE-COMPILED.
001280
001290 ENVIRONMENT DIVISION.
001300
001310 CONFIGURATION SECTION.
001320 SOURCE-COMPUTER.  GENERIC-PC.
001330 OBJECT-COMPUTER.  GENERIC-PC.
001340
001350 INPUT-OUTPUT SECTION.
001360 FILE-CONTROL.
001370     SELECT JRNLFILE
001380         ASSIGN TO "JRNLFILE"
001390         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS WS-JRNLFILE-STATUS.
001410
001420     SELECT MASTFILE
001430         ASSIGN TO "MASTFILE"
001440         ORGANIZATION IS INDEXED
001450         ACCESS MODE IS RANDOM
001460         RECORD KEY IS MST-ACCOUNT-NO
001470         FILE STATUS IS WS-MASTFILE-STATUS.
001480
001490*    THE BACKOUTS THIS RUN APPLIES ARE JOURNALED HERE, NOT ON
001500*    JRNLFILE -- THE JOB APPENDS THEM TO THE SHARED JOURNAL IN
001510*    THE FOLLOWING STEP.
001520     SELECT JRNLOUT
001530         ASSIGN TO "JRNLOUT"
001540         ORGANIZATION IS LINE SEQUENTIAL
001550         FILE STATUS IS WS-JRNLOUT-STATUS.
001560
001570     SELECT RPTFILE
001580         ASSIGN TO "RPTFILE"
001590         ORGANIZATION IS LINE SEQUENTIAL
001600         FILE STATUS IS WS-RPTFILE-STATUS.
001610
001620     SELECT MCTLFILE
001630         ASSIGN TO "MSTCTL"
001640         ORGANIZATION IS LINE SEQUENTIAL
001650         FILE STATUS IS WS-MCTLFILE-STATUS.
001660
001670 DATA DIVISION.
001680 FILE SECTION.
001690
001700 FD  JRNLFILE
001710     LABEL RECORDS ARE STANDARD.
001720     COPY JRNLREC.
001730
001740 FD  MASTFILE
001750     LABEL RECORDS ARE STANDARD.
001760     COPY MSTREC.
001770
001780 FD  MCTLFILE
001790     LABEL RECORDS ARE STANDARD.
001800     COPY MCTLREC.
001810
001820 FD  JRNLOUT
001830     LABEL RECORDS ARE STANDARD.
001840     COPY JRNLREC
001850         REPLACING ==JRN-RECORD==          BY ==JRO-RECORD==
001860                   ==JRN-DATE==            BY ==JRO-DATE==
001870                   ==JRN-TIME==            BY ==JRO-TIME==
001880                   ==JRN-ACCOUNT-NO==      BY ==JRO-ACCOUNT-NO==
001890                   ==JRN-ACTION-ADD==      BY ==JRO-ACTION-ADD==
001900                   ==JRN-ACTION-CHANGE==
001910                  BY ==JRO-ACTION-CHANGE==
001920                   ==JRN-ACTION-DELETE==
001930                  BY ==JRO-ACTION-DELETE==
001940                   ==JRN-ACTION==          BY ==JRO-ACTION==
001950                   ==JRN-INPUT-DSNAME==
001960                  BY ==JRO-INPUT-DSNAME==
001970                   ==JRN-BEFORE-IMAGE==
001980                  BY ==JRO-BEFORE-IMAGE==
001990                   ==JRN-AFTER-IMAGE==
002000                  BY ==JRO-AFTER-IMAGE==
002010                   ==JRN-FILE-DATE==       BY ==JRO-FILE-DATE==
002020                   ==JRN-FILE-SEQ==        BY ==JRO-FILE-SEQ==.
002030
002040 FD  RPTFILE
002050     LABEL RECORDS ARE STANDARD.
002060 01  RPT-RECORD                  PIC X(80).
002070
002080 WORKING-STORAGE SECTION.
002090
002100*---------------------------------------------------------------*
002110*    RUN-TIME PARAMETER -- RESTORE MODE AND TARGET              *
002120*---------------------------------------------------------------*
002130 01  WS-COMMAND-LINE              PIC X(67) VALUE SPACES.
002140 01  WS-COMMAND-LINE-X REDEFINES WS-COMMAND-LINE.
002150     05  CL-RESTORE-MODE          PIC X(01).
002160         88  CL-MODE-TO-POINT            VALUE "T".
002170         88  CL-MODE-BY-FILE             VALUE "F".
002180     05  CL-RESTORE-POINT         PIC X(14).
002190     05  CL-RESTORE-DSNAME        PIC X(40).
002200     05  CL-RESTORE-FDATE         PIC X(08).
002210     05  CL-RESTORE-FSEQ          PIC X(04).
002220
002230*---------------------------------------------------------------*
002240*    BACKED-OUT ACCOUNT REGISTRY -- EVERY ACCOUNT ALREADY       *
002250*    BACKED OUT THIS RUN, SO A NEWER SELECTED ENTRY FOR THE     *
002260*    SAME ACCOUNT IS SKIPPED.  HASHED THE SAME WAY AS THE       *
002270*    CONVERT6 DUPLICATE REGISTRY (HOME SLOT = ACCOUNT MOD THE   *
002280*    PRIME TABLE SIZE, LINEAR PROBING) AND SIZED FOR THE SAME   *
002290*    MULTI-MILLION-RECORD VOLUMES.                              *
002300*---------------------------------------------------------------*
002310 01  WS-ACCOUNT-REGISTRY.
002320     05  WS-ACCT-ENTRY-COUNT       PIC 9(08) COMP VALUE ZERO.
002330     05  WS-ACCT-ENTRY OCCURS 2500007 TIMES.
002340         10  WS-ACCT-USED          PIC X(01).
002350         10  WS-ACCT-NO            PIC 9(08) COMP.
002360
002370 77  WS-ACCT-TABLE-SIZE            PIC 9(08) COMP VALUE 2500007.
002380 77  WS-ACCT-MAX-LOAD              PIC 9(08) COMP VALUE 2250000.
002390 77  WS-ACCT-SLOT                  PIC 9(08) COMP VALUE ZERO.
002400 77  WS-ACCT-PROBE-COUNT           PIC 9(08) COMP VALUE ZERO.
002410 77  WS-ACCT-HASH-QUOT             PIC 9(08) COMP VALUE ZERO.
002420 77  WS-PROBE-DONE-SWITCH          PIC X(01) VALUE "N".
002430     88  WS-PROBE-DONE                    VALUE "Y".
002440 77  WS-SEEN-FOUND-SWITCH          PIC X(01) VALUE "N".
002450     88  WS-ACCOUNT-SEEN                  VALUE "Y".
002460
002470*---------------------------------------------------------------*
002480*    FILE STATUS FIELDS                                         *
002490*---------------------------------------------------------------*
002500 77  WS-JRNLFILE-STATUS            PIC X(02) VALUE "00".
002510 77  WS-MASTFILE-STATUS            PIC X(02) VALUE "00".
002520 77  WS-JRNLOUT-STATUS             PIC X(02) VALUE "00".
002530 77  WS-RPTFILE-STATUS             PIC X(02) VALUE "00".
002540 77  WS-MCTLFILE-STATUS            PIC X(02) VALUE "00".
002550
002560*---------------------------------------------------------------*
002570*    SWITCHES                                                   *
002580*---------------------------------------------------------------*
002590 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
002600     88  WS-END-OF-FILE                   VALUE "Y".
002610
002620*---------------------------------------------------------------*
002630*    COUNTERS AND WORK FIELDS                                   *
002640*---------------------------------------------------------------*
002650 77  WS-JOURNAL-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
002660 77  WS-SELECTED-COUNT             PIC 9(08) COMP VALUE ZERO.
002670 77  WS-CHANGE-BACKOUT-COUNT       PIC 9(08) COMP VALUE ZERO.
002680 77  WS-ADD-BACKOUT-COUNT          PIC 9(08) COMP VALUE ZERO.
002690 77  WS-READD-COUNT                PIC 9(08) COMP VALUE ZERO.
002700 77  WS-NOT-FOUND-COUNT            PIC 9(08) COMP VALUE ZERO.
002710 77  WS-NEWER-SKIPPED-COUNT        PIC 9(08) COMP VALUE ZERO.
002720 77  WS-READD-HASH                 PIC 9(18) COMP VALUE ZERO.
002730 77  WS-ADD-BACKOUT-HASH           PIC 9(18) COMP VALUE ZERO.
002740 77  WS-ENTRY-STAMP                PIC X(14) VALUE SPACES.
002750 77  WS-JOURNAL-COUNT              PIC 9(08) COMP VALUE ZERO.
002760 77  WS-JRN-ACTION                 PIC X(01) VALUE SPACE.
002770 77  WS-JRN-LABEL                  PIC X(40) VALUE SPACES.
002780 01  WS-MASTER-BEFORE              PIC X(100) VALUE SPACES.
002790 01  WS-MASTER-AFTER               PIC X(100) VALUE SPACES.
002800 01  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
002810 01  WS-CURRENT-TIME               PIC 9(08) VALUE ZERO.
002820
002830*---------------------------------------------------------------*
002840*    REPORT WORK AREAS                                          *
002850*---------------------------------------------------------------*
002860 01  WS-COUNT-ED                   PIC ZZZ,ZZZ,ZZ9.
002870
002880 PROCEDURE DIVISION.
002890
002900******************************************************************
002910*    0000-MAINLINE                                               *
002920******************************************************************
002930 0000-MAINLINE.
002940
002950     PERFORM 1000-INITIALIZE
002960         THRU 1000-EXIT.
002970
002980     PERFORM 2000-PROCESS-JOURNAL
002990         THRU 2000-EXIT
003000         UNTIL WS-END-OF-FILE.
003010
003020     PERFORM 9000-TERMINATE
003030         THRU 9000-EXIT.
003040
003050     STOP RUN.
003060
003070******************************************************************
003080*    1000-INITIALIZE -- PARSE PARM, OPEN FILES                   *
003090******************************************************************
003100 1000-INITIALIZE.
003110
003120     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
003130
003140     IF NOT CL-MODE-TO-POINT AND NOT CL-MODE-BY-FILE
003150         DISPLAY
003160             "CNVJREST - RESTORE MODE IN PARM MUST BE T OR F: "
003170             CL-RESTORE-MODE
003180         MOVE 16 TO RETURN-CODE
003190         STOP RUN
003200     END-IF.
003210
003220     IF CL-MODE-TO-POINT AND CL-RESTORE-POINT NOT NUMERIC
003230         DISPLAY
003240             "CNVJREST - RESTORE POINT (CCYYMMDDHHMMSS) MISSING "
003250             "OR BAD IN PARM: " CL-RESTORE-POINT
003260         MOVE 16 TO RETURN-CODE
003270         STOP RUN
003280     END-IF.
003290
003300     IF CL-MODE-BY-FILE AND CL-RESTORE-DSNAME = SPACES
003310         DISPLAY
003320             "CNVJREST - INPUT FILE NAME MISSING IN PARM"
003330         MOVE 16 TO RETURN-CODE
003340         STOP RUN
003350     END-IF.
003360
003370     IF CL-MODE-BY-FILE
003380      AND (CL-RESTORE-FDATE NOT NUMERIC
003390           OR CL-RESTORE-FSEQ NOT NUMERIC)
003400         DISPLAY
003410             "CNVJREST - RUN DATE/SEQUENCE (CCYYMMDD NNNN) "
003420             "MISSING OR BAD IN PARM: "
003430             CL-RESTORE-FDATE " " CL-RESTORE-FSEQ
003440         MOVE 16 TO RETURN-CODE
003450         STOP RUN
003460     END-IF.
003470
003480     OPEN INPUT JRNLFILE.
003490     IF WS-JRNLFILE-STATUS NOT = "00"
003500         DISPLAY
003510             "CNVJREST - UNABLE TO OPEN JRNLFILE - STATUS "
003520             WS-JRNLFILE-STATUS
003530         MOVE 16 TO RETURN-CODE
003540         STOP RUN
003550     END-IF.
003560
003570     OPEN I-O MASTFILE.
003580     IF WS-MASTFILE-STATUS NOT = "00"
003590         DISPLAY
003600             "CNVJREST - UNABLE TO OPEN MASTFILE - STATUS "
003610             WS-MASTFILE-STATUS
003620         MOVE 16 TO RETURN-CODE
003630         STOP RUN
003640     END-IF.
003650
003660*    JRNLOUT EXTENDS -- ENTRIES LEFT BY A RUN WHOSE APPEND
003670*    STEP NEVER RAN ARE STILL OWED TO THE SHARED JOURNAL.
003680     OPEN EXTEND JRNLOUT.
003690     IF WS-JRNLOUT-STATUS NOT = "00"
003700         OPEN OUTPUT JRNLOUT
003710     END-IF.
003720     IF WS-JRNLOUT-STATUS NOT = "00"
003730         DISPLAY
003740             "CNVJREST - UNABLE TO OPEN JRNLOUT - STATUS "
003750             WS-JRNLOUT-STATUS
003760         MOVE 16 TO RETURN-CODE
003770         STOP RUN
003780     END-IF.
003790
003800     IF CL-MODE-TO-POINT
003810         STRING "CNVJREST TO " CL-RESTORE-POINT
003820             DELIMITED BY SIZE INTO WS-JRN-LABEL
003830     ELSE
003840         STRING "CNVJREST OUT " CL-RESTORE-DSNAME
003850             DELIMITED BY SIZE INTO WS-JRN-LABEL
003860     END-IF.
003870
003880     OPEN OUTPUT RPTFILE.
003890     IF WS-RPTFILE-STATUS NOT = "00"
003900         DISPLAY
003910             "CNVJREST - UNABLE TO OPEN RPTFILE - STATUS "
003920             WS-RPTFILE-STATUS
003930         MOVE 16 TO RETURN-CODE
003940         STOP RUN
003950     END-IF.
003960
003970     PERFORM 1750-CLEAR-REGISTRY
003980         THRU 1750-EXIT.
003990
004000 1000-EXIT.
004010     EXIT.
004020
004030******************************************************************
004040*    1750-CLEAR-REGISTRY -- MARK EVERY REGISTRY SLOT FREE.  THE  *
004050*                           HASH PROBE RELIES ON THE USED FLAG,  *
004060*                           NOT ON STORAGE HAPPENING TO START    *
004070*                           CLEAN.                               *
004080******************************************************************
004090 1750-CLEAR-REGISTRY.
004100
004110     PERFORM 1760-CLEAR-ONE-SLOT
004120         THRU 1760-EXIT
004130         VARYING WS-ACCT-SLOT FROM 1 BY 1
004140         UNTIL WS-ACCT-SLOT > WS-ACCT-TABLE-SIZE.
004150
004160 1750-EXIT.
004170     EXIT.
004180
004190 1760-CLEAR-ONE-SLOT.
004200
004210     MOVE "N" TO WS-ACCT-USED (WS-ACCT-SLOT).
004220
004230 1760-EXIT.
004240     EXIT.
004250
004260******************************************************************
004270*    2000-PROCESS-JOURNAL -- READ ONE JOURNAL RECORD AND, WHEN   *
004280*                            THE PARM SELECTS IT AND ITS ACCOUNT *
004290*                            HAS NOT BEEN BACKED OUT YET THIS    *
004300*                            RUN, BACK IT OUT ON THE SPOT.  A    *
004310*                            NEWER SELECTED ENTRY FOR AN ACCOUNT *
004320*                            ALREADY BACKED OUT IS SKIPPED --    *
004330*                            THE OLDEST ENTRY'S BEFORE-IMAGE IS  *
004340*                            WHERE A NEWEST-FIRST UNWIND WOULD   *
004350*                            END UP ANYWAY.                      *
004360******************************************************************
004370 2000-PROCESS-JOURNAL.
004380
004390     READ JRNLFILE
004400         AT END
004410             MOVE "Y" TO WS-EOF-SWITCH
004420             GO TO 2000-EXIT
004430     END-READ.
004440
004450     ADD 1 TO WS-JOURNAL-READ-COUNT.
004460
004470     IF JRN-DATE NOT NUMERIC OR JRN-ACCOUNT-NO NOT NUMERIC
004480         DISPLAY
004490             "CNVJREST - MALFORMED JOURNAL RECORD AT LINE "
004500             WS-JOURNAL-READ-COUNT
004510         MOVE 16 TO RETURN-CODE
004520         STOP RUN
004530     END-IF.
004540
004550     IF CL-MODE-TO-POINT
004560         MOVE SPACES TO WS-ENTRY-STAMP
004570         STRING JRN-DATE JRN-TIME DELIMITED BY SIZE
004580             INTO WS-ENTRY-STAMP
004590         IF WS-ENTRY-STAMP NOT > CL-RESTORE-POINT
004600             GO TO 2000-EXIT
004610         END-IF
004620     ELSE
004630         IF JRN-INPUT-DSNAME NOT = CL-RESTORE-DSNAME
004640             GO TO 2000-EXIT
004650         END-IF
004660*        A RECORD JOURNALED BEFORE THE RUN-IDENTITY COLUMNS
004670*        EXISTED CARRIES SPACES HERE AND CANNOT BE MATCHED TO
004680*        A RUN -- IT IS NEVER SELECTED IN FILE MODE.
004690         IF JRN-FILE-DATE NOT NUMERIC
004700          OR JRN-FILE-SEQ NOT NUMERIC
004710             GO TO 2000-EXIT
004720         END-IF
004730         IF JRN-FILE-DATE NOT = CL-RESTORE-FDATE
004740          OR JRN-FILE-SEQ NOT = CL-RESTORE-FSEQ
004750             GO TO 2000-EXIT
004760         END-IF
004770     END-IF.
004780
004790     ADD 1 TO WS-SELECTED-COUNT.
004800
004810     PERFORM 2100-LOOK-UP-ACCOUNT
004820         THRU 2100-EXIT.
004830
004840     IF WS-ACCOUNT-SEEN
004850         ADD 1 TO WS-NEWER-SKIPPED-COUNT
004860         GO TO 2000-EXIT
004870     END-IF.
004880
004890     PERFORM 2200-REGISTER-ACCOUNT
004900         THRU 2200-EXIT.
004910
004920     PERFORM 3100-BACK-OUT-ONE-ENTRY
004930         THRU 3100-EXIT.
004940
004950 2000-EXIT.
004960     EXIT.
004970
004980******************************************************************
004990*    2100-LOOK-UP-ACCOUNT -- HASH PROBE OF THE BACKED-OUT        *
005000*                            REGISTRY FOR JRN-ACCOUNT-NO.  SETS  *
005010*                            WS-ACCOUNT-SEEN AND LEAVES          *
005020*                            WS-ACCT-SLOT ON THE MATCHING ENTRY  *
005030*                            -- OR ON THE FREE SLOT WHERE THE    *
005040*                            ACCOUNT BELONGS, READY FOR 2200.    *
005050******************************************************************
005060 2100-LOOK-UP-ACCOUNT.
005070
005080     MOVE "N" TO WS-SEEN-FOUND-SWITCH.
005090     MOVE "N" TO WS-PROBE-DONE-SWITCH.
005100     MOVE ZERO TO WS-ACCT-PROBE-COUNT.
005110
005120     DIVIDE JRN-ACCOUNT-NO BY WS-ACCT-TABLE-SIZE
005130         GIVING WS-ACCT-HASH-QUOT
005140         REMAINDER WS-ACCT-SLOT.
005150     ADD 1 TO WS-ACCT-SLOT.
005160
005170     PERFORM 2150-PROBE-ONE-SLOT
005180         THRU 2150-EXIT
005190         UNTIL WS-PROBE-DONE.
005200
005210 2100-EXIT.
005220     EXIT.
005230
005240 2150-PROBE-ONE-SLOT.
005250
005260     IF WS-ACCT-USED (WS-ACCT-SLOT) = "N"
005270         MOVE "Y" TO WS-PROBE-DONE-SWITCH
005280         GO TO 2150-EXIT
005290     END-IF.
005300
005310     IF WS-ACCT-NO (WS-ACCT-SLOT) = JRN-ACCOUNT-NO
005320         MOVE "Y" TO WS-SEEN-FOUND-SWITCH
005330         MOVE "Y" TO WS-PROBE-DONE-SWITCH
005340         GO TO 2150-EXIT
005350     END-IF.
005360
005370     ADD 1 TO WS-ACCT-PROBE-COUNT.
005380     IF WS-ACCT-PROBE-COUNT > WS-ACCT-TABLE-SIZE
005390         DISPLAY
005400             "CNVJREST - ACCOUNT REGISTRY PROBE WRAPPED - "
005410             "TABLE FULL"
005420         MOVE 16 TO RETURN-CODE
005430         STOP RUN
005440     END-IF.
005450
005460     IF WS-ACCT-SLOT >= WS-ACCT-TABLE-SIZE
005470         MOVE 1 TO WS-ACCT-SLOT
005480     ELSE
005490         ADD 1 TO WS-ACCT-SLOT
005500     END-IF.
005510
005520 2150-EXIT.
005530     EXIT.
005540
005550******************************************************************
005560*    2200-REGISTER-ACCOUNT -- CLAIM THE FREE SLOT 2100 LEFT      *
005570*                            WS-ACCT-SLOT ON.  A REGISTRY AT     *
005580*                            ITS LOAD CEILING IS FATAL.          *
005590******************************************************************
005600 2200-REGISTER-ACCOUNT.
005610
005620     IF WS-ACCT-ENTRY-COUNT >= WS-ACCT-MAX-LOAD
005630         DISPLAY
005640             "CNVJREST - ACCOUNT REGISTRY FULL - RAISE THE LIMIT"
005650         MOVE 16 TO RETURN-CODE
005660         STOP RUN
005670     END-IF.
005680
005690     ADD 1 TO WS-ACCT-ENTRY-COUNT.
005700     MOVE "Y"            TO WS-ACCT-USED (WS-ACCT-SLOT).
005710     MOVE JRN-ACCOUNT-NO TO WS-ACCT-NO (WS-ACCT-SLOT).
005720
005730 2200-EXIT.
005740     EXIT.
005750
005760******************************************************************
005770*    3100-BACK-OUT-ONE-ENTRY -- A JOURNALED ADD IS DELETED; A    *
005780*                                JOURNALED CHANGE GETS ITS       *
005790*                                BEFORE-IMAGE REWRITTEN (OR RE-  *
005800*                                ADDED, IF THE RECORD HAS SINCE  *
005810*                                GONE MISSING).  A KEY NOT ON    *
005820*                                THE MASTER IS COUNTED, NOT      *
005830*                                FATAL -- THE REPORT SHOWS IT    *
005840*                                (AN ADD WHOSE RECORD A LATER    *
005850*                                SELECTED CLOSURE ALREADY        *
005860*                                REMOVED LANDS HERE).  EVERY     *
005870*                                BACKOUT APPLIED IS JOURNALED.   *
005880******************************************************************
005890 3100-BACK-OUT-ONE-ENTRY.
005900
005910     MOVE JRN-ACCOUNT-NO TO MST-ACCOUNT-NO.
005920     READ MASTFILE.
005930
005940     IF WS-MASTFILE-STATUS NOT = "00" AND NOT = "23"
005950         DISPLAY
005960             "CNVJREST - UNABLE TO READ MASTFILE - STATUS "
005970             WS-MASTFILE-STATUS
005980         MOVE 16 TO RETURN-CODE
005990         STOP RUN
006000     END-IF.
006010
006020     IF JRN-ACTION = "A"
006030         IF WS-MASTFILE-STATUS = "23"
006040             ADD 1 TO WS-NOT-FOUND-COUNT
006050             GO TO 3100-EXIT
006060         END-IF
006070         MOVE MST-CUSTOMER-RECORD TO WS-MASTER-BEFORE
006080         DELETE MASTFILE RECORD
006090         IF WS-MASTFILE-STATUS = "00"
006100             ADD 1 TO WS-ADD-BACKOUT-COUNT
006110             ADD MST-ACCOUNT-NO TO WS-ADD-BACKOUT-HASH
006120             MOVE SPACES TO WS-MASTER-AFTER
006130             MOVE "D" TO WS-JRN-ACTION
006140             PERFORM 3500-WRITE-JOURNAL
006150                 THRU 3500-EXIT
006160             GO TO 3100-EXIT
006170         END-IF
006180         DISPLAY
006190             "CNVJREST - UNABLE TO DELETE MASTFILE - STATUS "
006200             WS-MASTFILE-STATUS
006210         MOVE 16 TO RETURN-CODE
006220         STOP RUN
006230     END-IF.
006240
006250     IF WS-MASTFILE-STATUS = "00"
006260         MOVE MST-CUSTOMER-RECORD TO WS-MASTER-BEFORE
006270         MOVE JRN-BEFORE-IMAGE
006280             TO MST-CUSTOMER-RECORD (1:100)
006290         REWRITE MST-CUSTOMER-RECORD
006300         IF WS-MASTFILE-STATUS NOT = "00"
006310             DISPLAY
006320                 "CNVJREST - UNABLE TO REWRITE MASTFILE - STATUS "
006330                 WS-MASTFILE-STATUS
006340             MOVE 16 TO RETURN-CODE
006350             STOP RUN
006360         END-IF
006370         ADD 1 TO WS-CHANGE-BACKOUT-COUNT
006380         MOVE MST-CUSTOMER-RECORD TO WS-MASTER-AFTER
006390         MOVE "C" TO WS-JRN-ACTION
006400         PERFORM 3500-WRITE-JOURNAL
006410             THRU 3500-EXIT
006420         GO TO 3100-EXIT
006430     END-IF.
006440
006450     IF WS-MASTFILE-STATUS = "23"
006460         MOVE SPACES TO MST-CUSTOMER-RECORD
006470         MOVE JRN-BEFORE-IMAGE
006480             TO MST-CUSTOMER-RECORD (1:100)
006490         MOVE "N"  TO MST-SUPPRESS-FLAG
006500         MOVE ZERO TO MST-SUPPRESS-DATE
006510         WRITE MST-CUSTOMER-RECORD
006520         IF WS-MASTFILE-STATUS NOT = "00"
006530             DISPLAY
006540                 "CNVJREST - UNABLE TO WRITE MASTFILE - STATUS "
006550                 WS-MASTFILE-STATUS
006560             MOVE 16 TO RETURN-CODE
006570             STOP RUN
006580         END-IF
006590         ADD 1 TO WS-READD-COUNT
006600         ADD MST-ACCOUNT-NO TO WS-READD-HASH
006610         MOVE SPACES TO WS-MASTER-BEFORE
006620         MOVE MST-CUSTOMER-RECORD TO WS-MASTER-AFTER
006630         MOVE "A" TO WS-JRN-ACTION
006640         PERFORM 3500-WRITE-JOURNAL
006650             THRU 3500-EXIT
006660     END-IF.
006670
006680 3100-EXIT.
006690     EXIT.
006700
006710******************************************************************
006720*    3500-WRITE-JOURNAL -- APPEND ONE BEFORE/AFTER IMAGE RECORD  *
006730*                          FOR THE BACKOUT JUST APPLIED.  A      *
006740*                          FAILED WRITE IS FATAL.                *
006750******************************************************************
006760 3500-WRITE-JOURNAL.
006770
006780     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
006790     ACCEPT WS-CURRENT-TIME FROM TIME.
006800
006810     MOVE SPACES              TO JRO-RECORD.
006820     MOVE WS-CURRENT-DATE     TO JRO-DATE.
006830     MOVE WS-CURRENT-TIME (1:6) TO JRO-TIME.
006840     MOVE MST-ACCOUNT-NO      TO JRO-ACCOUNT-NO.
006850     MOVE WS-JRN-ACTION       TO JRO-ACTION.
006860     MOVE WS-JRN-LABEL        TO JRO-INPUT-DSNAME.
006870*    A RESTORE HAS NO FEED HEADER -- THE RUN DATE AND SEQUENCE
006880*    ZERO IDENTIFY THE RUN ON THE JOURNAL, AS FOR CNVMAINT.
006890     MOVE WS-CURRENT-DATE     TO JRO-FILE-DATE.
006900     MOVE ZERO                TO JRO-FILE-SEQ.
006910     MOVE WS-MASTER-BEFORE    TO JRO-BEFORE-IMAGE.
006920     MOVE WS-MASTER-AFTER     TO JRO-AFTER-IMAGE.
006930
006940     WRITE JRO-RECORD.
006950     IF WS-JRNLOUT-STATUS NOT = "00"
006960         DISPLAY
006970             "CNVJREST - UNABLE TO WRITE JRNLOUT - STATUS "
006980             WS-JRNLOUT-STATUS
006990         MOVE 16 TO RETURN-CODE
007000         STOP RUN
007010     END-IF.
007020
007030     ADD 1 TO WS-JOURNAL-COUNT.
007040
007050 3500-EXIT.
007060     EXIT.
007070
007080******************************************************************
007090*    9000-TERMINATE -- RESTORE REPORT, CONDITION CODE, CLOSE     *
007100******************************************************************
007110 9000-TERMINATE.
007120
007130     PERFORM 9100-WRITE-REPORT
007140         THRU 9100-EXIT.
007150
007160     CLOSE JRNLFILE MASTFILE JRNLOUT RPTFILE.
007170
007180     PERFORM 9400-ROLL-MASTER-CONTROL
007190         THRU 9400-EXIT.
007200
007210     IF WS-NOT-FOUND-COUNT > ZERO
007220      OR WS-SELECTED-COUNT = ZERO
007230         MOVE 4 TO RETURN-CODE
007240     ELSE
007250         MOVE 0 TO RETURN-CODE
007260     END-IF.
007270
007280 9000-EXIT.
007290     EXIT.
007300
007310******************************************************************
007320*    9100-WRITE-REPORT -- RESTORE SUMMARY REPORT                 *
007330******************************************************************
007340 9100-WRITE-REPORT.
007350
007360     MOVE "CNVJREST - MASTER RESTORE SUMMARY REPORT"
007370         TO RPT-RECORD.
007380     WRITE RPT-RECORD.
007390
007400     MOVE SPACES TO RPT-RECORD.
007410     WRITE RPT-RECORD.
007420
007430     IF CL-MODE-TO-POINT
007440         MOVE SPACES TO RPT-RECORD
007450         STRING "RESTORED TO POINT ....... " CL-RESTORE-POINT
007460             DELIMITED BY SIZE INTO RPT-RECORD
007470         WRITE RPT-RECORD
007480     ELSE
007490         MOVE SPACES TO RPT-RECORD
007500         STRING "BACKED OUT INPUT FILE ... " CL-RESTORE-DSNAME
007510             DELIMITED BY SIZE INTO RPT-RECORD
007520         WRITE RPT-RECORD
007530     END-IF.
007540
007550     MOVE SPACES TO RPT-RECORD.
007560     WRITE RPT-RECORD.
007570
007580     MOVE WS-JOURNAL-READ-COUNT TO WS-COUNT-ED.
007590     MOVE SPACES TO RPT-RECORD.
007600     STRING "JOURNAL RECORDS READ .... " WS-COUNT-ED
007610         DELIMITED BY SIZE INTO RPT-RECORD.
007620     WRITE RPT-RECORD.
007630
007640     MOVE WS-SELECTED-COUNT TO WS-COUNT-ED.
007650     MOVE SPACES TO RPT-RECORD.
007660     STRING "ENTRIES SELECTED ........ " WS-COUNT-ED
007670         DELIMITED BY SIZE INTO RPT-RECORD.
007680     WRITE RPT-RECORD.
007690
007700     IF WS-SELECTED-COUNT = ZERO
007710         MOVE
007720  "*** NO JOURNAL ENTRIES MATCHED - NOTHING WAS BACKED OUT ***"
007730             TO RPT-RECORD
007740         WRITE RPT-RECORD
007750     END-IF.
007760
007770     MOVE WS-NEWER-SKIPPED-COUNT TO WS-COUNT-ED.
007780     MOVE SPACES TO RPT-RECORD.
007790     STRING "NEWER ENTRIES SKIPPED ... " WS-COUNT-ED
007800         DELIMITED BY SIZE INTO RPT-RECORD.
007810     WRITE RPT-RECORD.
007820
007830     MOVE WS-CHANGE-BACKOUT-COUNT TO WS-COUNT-ED.
007840     MOVE SPACES TO RPT-RECORD.
007850     STRING "CHANGES BACKED OUT ...... " WS-COUNT-ED
007860         DELIMITED BY SIZE INTO RPT-RECORD.
007870     WRITE RPT-RECORD.
007880
007890     MOVE WS-ADD-BACKOUT-COUNT TO WS-COUNT-ED.
007900     MOVE SPACES TO RPT-RECORD.
007910     STRING "ADDS REMOVED ............ " WS-COUNT-ED
007920         DELIMITED BY SIZE INTO RPT-RECORD.
007930     WRITE RPT-RECORD.
007940
007950     MOVE WS-READD-COUNT TO WS-COUNT-ED.
007960     MOVE SPACES TO RPT-RECORD.
007970     STRING "RECORDS RE-ADDED ........ " WS-COUNT-ED
007980         DELIMITED BY SIZE INTO RPT-RECORD.
007990     WRITE RPT-RECORD.
008000
008010     MOVE WS-NOT-FOUND-COUNT TO WS-COUNT-ED.
008020     MOVE SPACES TO RPT-RECORD.
008030     STRING "KEYS NOT ON MASTER ...... " WS-COUNT-ED
008040         DELIMITED BY SIZE INTO RPT-RECORD.
008050     WRITE RPT-RECORD.
008060
008070     MOVE WS-JOURNAL-COUNT TO WS-COUNT-ED.
008080     MOVE SPACES TO RPT-RECORD.
008090     STRING "BACKOUTS JOURNALED ...... " WS-COUNT-ED
008100         DELIMITED BY SIZE INTO RPT-RECORD.
008110     WRITE RPT-RECORD.
008120
008130 9100-EXIT.
008140     EXIT.
008150
008160******************************************************************
008170*    9400-ROLL-MASTER-CONTROL -- ROLL THE CUSTOMER MASTER        *
008180*                                CONTROL RECORD FORWARD BY THIS  *
008190*                                RUN'S ADDS AND DELETES.  A      *
008200*                                MISSING OR EMPTY MSTCTL STARTS  *
008210*                                FROM ZERO, NOT YET ESTABLISHED  *
008220*                                -- THE NEXT CNVMCTL SWEEP       *
008230*                                ESTABLISHES IT.                 *
008240******************************************************************
008250 9400-ROLL-MASTER-CONTROL.
008260
008270     OPEN INPUT MCTLFILE.
008280     IF WS-MCTLFILE-STATUS = "35"
008290         GO TO 9400-NEW-RECORD
008300     END-IF.
008310     IF WS-MCTLFILE-STATUS NOT = "00"
008320         DISPLAY
008330             "CNVJREST - UNABLE TO OPEN MSTCTL - STATUS "
008340             WS-MCTLFILE-STATUS
008350         MOVE 16 TO RETURN-CODE
008360         STOP RUN
008370     END-IF.
008380
008390     READ MCTLFILE
008400         AT END
008410             CLOSE MCTLFILE
008420             GO TO 9400-NEW-RECORD
008430     END-READ.
008440     CLOSE MCTLFILE.
008450     GO TO 9400-ROLL.
008460
008470 9400-NEW-RECORD.
008480     MOVE SPACES TO MCT-RECORD.
008490     MOVE ZERO   TO MCT-PROVEN-DATE MCT-PROVEN-TIME
008500                    MCT-PROVEN-COUNT MCT-PROVEN-HASH
008510                    MCT-ADD-COUNT MCT-ADD-HASH
008520                    MCT-DELETE-COUNT MCT-DELETE-HASH.
008530
008540 9400-ROLL.
008550     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
008560     ACCEPT WS-CURRENT-TIME FROM TIME.
008570
008580     ADD WS-READD-COUNT       TO MCT-ADD-COUNT.
008590     ADD WS-READD-HASH        TO MCT-ADD-HASH.
008600     ADD WS-ADD-BACKOUT-COUNT TO MCT-DELETE-COUNT.
008610     ADD WS-ADD-BACKOUT-HASH  TO MCT-DELETE-HASH.
008620     MOVE "CNVJREST"             TO MCT-LAST-PROGRAM.
008630     MOVE WS-CURRENT-DATE        TO MCT-LAST-DATE.
008640     MOVE WS-CURRENT-TIME (1:6)  TO MCT-LAST-TIME.
008650
008660     OPEN OUTPUT MCTLFILE.
008670     IF WS-MCTLFILE-STATUS NOT = "00"
008680         DISPLAY
008690             "CNVJREST - UNABLE TO OPEN MSTCTL - STATUS "
008700             WS-MCTLFILE-STATUS
008710         MOVE 16 TO RETURN-CODE
008720         STOP RUN
008730     END-IF.
008740
008750     WRITE MCT-RECORD.
008760     IF WS-MCTLFILE-STATUS NOT = "00"
008770         DISPLAY
008780             "CNVJREST - UNABLE TO WRITE MSTCTL - STATUS "
008790             WS-MCTLFILE-STATUS
008800         MOVE 16 TO RETURN-CODE
008810         STOP RUN
008820     END-IF.
008830
008840     CLOSE MCTLFILE.
008850
008860 9400-EXIT.
008870     EXIT.
