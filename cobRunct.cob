000010******************************************************************
000020*  PROGRAM:   CNVRUNCT
000030*  FILE:      cobRunct.cob
000040*
000050*  AUTHOR:    J. L. MOREIRA -- DATA CONVERSION GROUP
000060*  INSTALLATION: JOGOS DE FERIAS BATCH SERVICES
000070*  DATE-WRITTEN: 2026-10-15
000080*  DATE-COMPILED:
000090*
000100*  PURPOSE.
000110*      STEP-LEVEL RUN CONTROL FOR THE CNVNGHT NIGHTLY JOB.  THE
000120*      RUN-CONTROL DATASET (RUNCTL DD, LAYOUT RUNCREC) RECORDS,
000130*      FOR THE NIGHT BEING RUN, WHICH STEPS HAVE STARTED, WHICH
000140*      COMPLETED AND WITH WHAT CONDITION CODE, SO A NIGHT THAT
000150*      FAILS PART WAY CAN BE RESUBMITTED IN RESTART MODE AND
000160*      PICK UP AT THE STEP THAT FAILED INSTEAD OF RE-RUNNING
000170*      STEPS ALREADY DONE (A COMPLETED CONVERT6 STEP RE-RUN IS
000180*      REFUSED AS STALE BY ITS SEQCTL CHECK ANYWAY).
000190*
000200*      THE PROGRAM RUNS AS SEVERAL SMALL STEPS OF THE JOB --
000210*        START (S)  THE FIRST STEP.  IN NORMAL MODE IT OPENS A
000220*                   NEW NIGHT UNDER TODAY'S DATE AND EMPTIES THE
000230*                   NIGHT-CONTROL DATASET (NIGHTCTL DD, LAYOUT
000240*                   STATREC) FOR THE NIGHT'S STATUS LINES.  IT
000250*                   REFUSES (RC=16) WHEN THE RUN CONTROL ALREADY
000260*                   HOLDS TONIGHT -- THAT IS A RESTART, AND A
000270*                   NORMAL START WOULD LOSE THE FIRST ATTEMPT'S
000280*                   LINES.  A PRIOR NIGHT LEFT UNFINISHED IS
000290*                   LISTED, WITH ITS NIGHT-CONTROL LINES, AND
000300*                   ENDS RC=4.  IN RESTART MODE IT KEEPS THE NIGHT
000310*                   AND ITS NIGHT-CONTROL LINES, COUNTS A NEW
000320*                   ATTEMPT AND LISTS WHERE EACH STEP STANDS.
000330*        GATE (G)   RUNS AHEAD OF EACH STEP.  RC=0 RELEASES THE
000340*                   STEP, RC=4 SKIPS IT.  ON A RESTART EVERY STEP
000350*                   THAT COMPLETED IS SKIPPED, WHEREVER IT STANDS
000360*                   IN THE JOB, AND EVERY STEP THAT DID NOT RUNS
000370*                   AGAIN -- THE FIRST OF THEM IS WHERE THE NIGHT
000380*                   RESUMES.  A STEP THAT RUNS AGAIN HAS THE
000390*                   NIGHT-CONTROL LINES IT WROTE LAST TIME SET
000400*                   ASIDE ONTO THIS REPORT AT ITS GATE, SO THE
000410*                   SIGN-OFF COUNTS EACH STEP ONCE.  THE LINES OF
000420*                   THE STEPS THAT COMPLETED ARE KEPT.
000430*        GATE (A)   THE SAME, FOR A STEP THAT LOOKS AT THE WHOLE
000440*                   NIGHT (THE MASTER PROOF, THE HISTORY COPY, THE
000450*                   SIGN-OFF) -- IT IS RELEASED ON EVERY ATTEMPT,
000460*                   COMPLETE OR NOT, SO IT SEES WHAT THE STEPS RUN
000470*                   AGAIN HAVE DONE.
000480*        END (E)    RUNS AFTER EACH STEP, ONLY WHEN THE STEP ENDED
000490*                   UNDER 8.  IT MARKS THE STEP COMPLETE WITH THE
000500*                   CONDITION CODE GIVEN IN THE PARM OR, WHEN NONE
000510*                   IS GIVEN, THE HIGHEST CODE ON THE NIGHT-
000520*                   CONTROL LINES THE STEP WROTE.  A STEP THAT
000530*                   ABENDS OR ENDS 8 OR MORE IS NEVER MARKED, AND
000540*                   IS WHERE A RESTART RESUMES.
000550*
000560*      THE PARM IS POSITIONAL --
000570*          POSITION  1     FUNCTION -- S = START, G = GATE,
000580*                          A = GATE ON EVERY ATTEMPT, E = END
000590*          POSITIONS 2-9   STEP NAME (GATES AND END); FOR START,
000600*                          POSITION 2 IS THE RUN MODE -- N =
000610*                          NORMAL, R = RESTART
000620*          POSITIONS 10-11 CONDITION CODE TO RECORD (END ONLY;
000630*                          BLANK = TAKE IT FROM THE STEP'S
000640*                          NIGHT-CONTROL LINES)
000650*
000660*  MODIFICATION HISTORY.
000670*  ---------------------------------------------------------------
000680*  DATE       INIT  DESCRIPTION
000690*  2026-10-15  JLM  ORIGINAL PROGRAM -- A FAILED NIGHT RESTARTS
000700*                   AT THE FAILED STEP.
000710******************************************************************
000720 IDENTIFICATION DIVISION.
000730 PROGRAM-ID.  CNVRUNCT.
000740 AUTHOR.      J. L. MOREIRA.
000750 INSTALLATION. JOGOS DE FERIAS BATCH SERVICES.
000760 DATE-WRITTEN. 2026-10-15.
000770 DATE-COMPILED.
000780
000790 ENVIRONMENT DIVISION.
000800
000810 CONFIGURATION SECTION.
000820 SOURCE-COMPUTER.  GENERIC-PC.
000830 OBJECT-COMPUTER.  GENERIC-PC.
000840
000850 INPUT-OUTPUT SECTION.
000860 FILE-CONTROL.
000870     SELECT RUNFILE
000880         ASSIGN TO "RUNCTL"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-RUNFILE-STATUS.
000910
000920     SELECT STATFILE
000930         ASSIGN TO "NIGHTCTL"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-STATFILE-STATUS.
000960
000970     SELECT RPTFILE
000980         ASSIGN TO "RPTFILE"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-RPTFILE-STATUS.
001010
001020 DATA DIVISION.
001030 FILE SECTION.
001040
001050 FD  RUNFILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  RUNFILE-RECORD              PIC X(80).
001080
001090 FD  STATFILE
001100     LABEL RECORDS ARE STANDARD.
001110 01  STATFILE-RECORD             PIC X(97).
001120
001130 FD  RPTFILE
001140     LABEL RECORDS ARE STANDARD.
001150 01  RPT-RECORD                  PIC X(132).
001160
001170 WORKING-STORAGE SECTION.
001180
001190*---------------------------------------------------------------*
001200*    RUN-TIME PARAMETER -- FUNCTION, STEP NAME, CONDITION CODE  *
001210*---------------------------------------------------------------*
001220 01  WS-COMMAND-LINE              PIC X(11) VALUE SPACES.
001230 01  WS-COMMAND-LINE-X REDEFINES WS-COMMAND-LINE.
001240     05  CL-FUNCTION              PIC X(01).
001250         88  CL-START                    VALUE "S".
001260         88  CL-GATE                     VALUE "G" "A".
001270         88  CL-GATE-ALWAYS              VALUE "A".
001280         88  CL-END                      VALUE "E".
001290     05  CL-STEP-NAME             PIC X(08).
001300     05  CL-START-DATA REDEFINES CL-STEP-NAME.
001310         10  CL-RUN-MODE          PIC X(01).
001320         10  FILLER               PIC X(07).
001330     05  CL-COND-CODE             PIC X(02).
001340
001350*---------------------------------------------------------------*
001360*    RECORD WORK AREAS -- ONE RUN-CONTROL RECORD AND ONE        *
001370*    NIGHT-CONTROL LINE AT A TIME                               *
001380*---------------------------------------------------------------*
001390     COPY RUNCREC.
001400
001410     COPY STATREC.
001420
001430*---------------------------------------------------------------*
001440*    THE RUN-CONTROL DATASET, HELD WHOLE WHILE IT IS UPDATED    *
001450*---------------------------------------------------------------*
001460 01  WS-RUN-TABLE.
001470     05  WS-RUN-COUNT              PIC 9(04) COMP VALUE ZERO.
001480     05  WS-RUN-ENTRY OCCURS 60 TIMES
001490                                   PIC X(80).
001500
001510 77  WS-RUN-MAX                    PIC 9(04) COMP VALUE 60.
001520
001530*---------------------------------------------------------------*
001540*    THE NIGHT-CONTROL DATASET, HELD WHOLE SO A RESTART CAN SET *
001550*    ASIDE THE FAILED ATTEMPT'S LINES                           *
001560*---------------------------------------------------------------*
001570 01  WS-CTL-TABLE.
001580     05  WS-CTL-COUNT              PIC 9(06) COMP VALUE ZERO.
001590     05  WS-CTL-LINE OCCURS 2000 TIMES
001600                                   PIC X(97).
001610
001620 77  WS-CTL-MAX                    PIC 9(06) COMP VALUE 2000.
001630
001640*---------------------------------------------------------------*
001650*    THE NIGHT BEING RUN, AS THE NIGHT RECORD HOLDS IT          *
001660*---------------------------------------------------------------*
001670 77  WS-NIGHT-SUB                  PIC 9(04) COMP VALUE ZERO.
001680 77  WS-NIGHT-DATE                 PIC 9(08) VALUE ZERO.
001690 77  WS-NIGHT-MODE                 PIC X(01) VALUE SPACE.
001700 77  WS-NIGHT-RESUMED              PIC X(01) VALUE "N".
001710 77  WS-NIGHT-ATTEMPT              PIC 9(02) VALUE ZERO.
001720
001730*---------------------------------------------------------------*
001740*    FILE STATUS FIELDS                                         *
001750*---------------------------------------------------------------*
001760 77  WS-RUNFILE-STATUS             PIC X(02) VALUE "00".
001770 77  WS-STATFILE-STATUS            PIC X(02) VALUE "00".
001780 77  WS-RPTFILE-STATUS             PIC X(02) VALUE "00".
001790
001800*---------------------------------------------------------------*
001810*    SWITCHES                                                   *
001820*---------------------------------------------------------------*
001830 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
001840     88  WS-END-OF-FILE                   VALUE "Y".
001850 77  WS-CHANGED-SWITCH             PIC X(01) VALUE "N".
001860     88  WS-RUN-CONTROL-CHANGED           VALUE "Y".
001870 77  WS-REFUSED-SWITCH             PIC X(01) VALUE "N".
001880     88  WS-REQUEST-REFUSED               VALUE "Y".
001890 77  WS-SKIP-SWITCH                PIC X(01) VALUE "N".
001900     88  WS-STEP-SKIPPED                  VALUE "Y".
001910 77  WS-WARNING-SWITCH             PIC X(01) VALUE "N".
001920     88  WS-WARNING-ISSUED                VALUE "Y".
001930 77  WS-COND-FOUND-SWITCH          PIC X(01) VALUE "N".
001940     88  WS-COND-FOUND                    VALUE "Y".
001950
001960*---------------------------------------------------------------*
001970*    COUNTERS AND WORK FIELDS                                   *
001980*---------------------------------------------------------------*
001990 77  WS-SUB                        PIC 9(06) COMP VALUE ZERO.
002000 77  WS-STEP-SUB                   PIC 9(04) COMP VALUE ZERO.
002010 77  WS-OPEN-STEP-COUNT            PIC 9(04) COMP VALUE ZERO.
002020 77  WS-KEEP-LINES                 PIC 9(06) COMP VALUE ZERO.
002030 77  WS-FIRST-LINE                 PIC 9(06) COMP VALUE ZERO.
002040 77  WS-WORST-COND                 PIC 9(02) VALUE ZERO.
002050 77  WS-OWN-LAST-LINE              PIC 9(06) COMP VALUE ZERO.
002060 77  WS-SET-ASIDE-COUNT            PIC 9(06) COMP VALUE ZERO.
002070 77  WS-OWN-RELEASE-NO             PIC 9(04) VALUE ZERO.
002080 77  WS-RELEASE-NO                 PIC 9(04) VALUE ZERO.
002090 01  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
002100 01  WS-CURRENT-TIME               PIC 9(08) VALUE ZERO.
002110 01  WS-REFUSAL-TEXT               PIC X(80) VALUE SPACES.
002120
002130*---------------------------------------------------------------*
002140*    REPORT WORK AREAS                                          *
002150*---------------------------------------------------------------*
002160 01  WS-COUNT-ED                   PIC ZZZ,ZZ9.
002170 01  WS-STATUS-TEXT                PIC X(12) VALUE SPACES.
002180 01  WS-STEP-LINE.
002190     05  FILLER                    PIC X(02) VALUE SPACES.
002200     05  WS-SL-STEP-NAME           PIC X(08).
002210     05  FILLER                    PIC X(02) VALUE SPACES.
002220     05  WS-SL-STATUS              PIC X(12).
002230     05  FILLER                    PIC X(06) VALUE "  RC  ".
002240     05  WS-SL-COND                PIC X(02).
002250     05  FILLER                    PIC X(11) VALUE "  ATTEMPT  ".
002260     05  WS-SL-ATTEMPT             PIC 9(02).
002270     05  FILLER                    PIC X(11) VALUE "  STARTED  ".
002280     05  WS-SL-START-DATE          PIC 9(08).
002290     05  FILLER                    PIC X(01) VALUE SPACE.
002300     05  WS-SL-START-TIME          PIC 9(06).
002310     05  FILLER                    PIC X(09) VALUE "  ENDED  ".
002320     05  WS-SL-END-DATE            PIC 9(08).
002330     05  FILLER                    PIC X(01) VALUE SPACE.
002340     05  WS-SL-END-TIME            PIC 9(06).
002350
002360 PROCEDURE DIVISION.
002370
002380******************************************************************
002390*    0000-MAINLINE                                               *
002400******************************************************************
002410 0000-MAINLINE.
002420
002430     PERFORM 1000-INITIALIZE
002440         THRU 1000-EXIT.
002450
002460     EVALUATE TRUE
002470         WHEN CL-START
002480             PERFORM 2000-START-NIGHT
002490                 THRU 2000-EXIT
002500         WHEN CL-GATE
002510             PERFORM 3000-GATE-STEP
002520                 THRU 3000-EXIT
002530         WHEN CL-END
002540             PERFORM 4000-END-STEP
002550                 THRU 4000-EXIT
002560     END-EVALUATE.
002570
002580     PERFORM 9000-TERMINATE
002590         THRU 9000-EXIT.
002600
002610     STOP RUN.
002620
002630******************************************************************
002640*    1000-INITIALIZE -- PARSE PARM, OPEN THE REPORT, LOAD THE    *
002650*                       RUN CONTROL AND THE NIGHT-CONTROL LINES  *
002660******************************************************************
002670 1000-INITIALIZE.
002680
002690     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002710     ACCEPT WS-CURRENT-TIME FROM TIME.
002720
002730     IF NOT CL-START
002740      AND NOT CL-GATE
002750      AND NOT CL-END
002760         DISPLAY
002770             "CNVRUNCT - FUNCTION MUST BE S, G, A OR E - PARM: "
002780             WS-COMMAND-LINE
002790         MOVE 16 TO RETURN-CODE
002800         STOP RUN
002810     END-IF.
002820
002830     IF NOT CL-START
002840      AND CL-STEP-NAME = SPACES
002850         DISPLAY
002860             "CNVRUNCT - STEP NAME MISSING - PARM: "
002870             WS-COMMAND-LINE
002880         MOVE 16 TO RETURN-CODE
002890         STOP RUN
002900     END-IF.
002910
002920     IF CL-START
002930      AND CL-RUN-MODE NOT = "N"
002940      AND CL-RUN-MODE NOT = "R"
002950         DISPLAY
002960             "CNVRUNCT - RUN MODE MUST BE N OR R - PARM: "
002970             WS-COMMAND-LINE
002980         MOVE 16 TO RETURN-CODE
002990         STOP RUN
003000     END-IF.
003010
003020     IF CL-END
003030      AND CL-COND-CODE NOT = SPACES
003040      AND CL-COND-CODE NOT NUMERIC
003050         DISPLAY
003060             "CNVRUNCT - CONDITION CODE NOT NUMERIC - PARM: "
003070             WS-COMMAND-LINE
003080         MOVE 16 TO RETURN-CODE
003090         STOP RUN
003100     END-IF.
003110
003120     OPEN OUTPUT RPTFILE.
003130     IF WS-RPTFILE-STATUS NOT = "00"
003140         DISPLAY
003150             "CNVRUNCT - UNABLE TO OPEN RPTFILE - STATUS "
003160             WS-RPTFILE-STATUS
003170         MOVE 16 TO RETURN-CODE
003180         STOP RUN
003190     END-IF.
003200
003210     MOVE "CNVRUNCT - CNVNGHT RUN CONTROL" TO RPT-RECORD.
003220     WRITE RPT-RECORD.
003230     MOVE SPACES TO RPT-RECORD.
003240     WRITE RPT-RECORD.
003250
003260     PERFORM 1100-LOAD-RUN-CONTROL
003270         THRU 1100-EXIT.
003280
003290     PERFORM 1200-LOAD-NIGHT-CONTROL
003300         THRU 1200-EXIT.
003310
003320     MOVE ZERO TO WS-NIGHT-SUB.
003330     PERFORM 1310-CHECK-NIGHT-ENTRY
003340         THRU 1310-EXIT
003350         VARYING WS-SUB FROM 1 BY 1
003360         UNTIL WS-SUB > WS-RUN-COUNT.
003370
003380     IF WS-NIGHT-SUB > ZERO
003390         MOVE WS-RUN-ENTRY (WS-NIGHT-SUB) TO RUN-RECORD
003400         MOVE RUN-RUN-DATE      TO WS-NIGHT-DATE
003410         MOVE RUN-NIGHT-MODE    TO WS-NIGHT-MODE
003420         MOVE RUN-NIGHT-RESUMED TO WS-NIGHT-RESUMED
003430         MOVE RUN-NIGHT-ATTEMPT TO WS-NIGHT-ATTEMPT
003440     END-IF.
003450
003460 1000-EXIT.
003470     EXIT.
003480
003490******************************************************************
003500*    1100-LOAD-RUN-CONTROL -- READ THE RUN-CONTROL DATASET INTO  *
003510*                             THE TABLE.  A MISSING OR EMPTY     *
003520*                             DATASET HOLDS NO NIGHT.            *
003530******************************************************************
003540 1100-LOAD-RUN-CONTROL.
003550
003560     MOVE ZERO TO WS-RUN-COUNT.
003570     OPEN INPUT RUNFILE.
003580     IF WS-RUNFILE-STATUS = "35"
003590         GO TO 1100-EXIT
003600     END-IF.
003610     IF WS-RUNFILE-STATUS NOT = "00"
003620         DISPLAY
003630             "CNVRUNCT - UNABLE TO OPEN RUNCTL - STATUS "
003640             WS-RUNFILE-STATUS
003650         MOVE 16 TO RETURN-CODE
003660         STOP RUN
003670     END-IF.
003680
003690     MOVE "N" TO WS-EOF-SWITCH.
003700     PERFORM 1150-READ-RUN-RECORD
003710         THRU 1150-EXIT
003720         UNTIL WS-END-OF-FILE.
003730
003740     CLOSE RUNFILE.
003750
003760 1100-EXIT.
003770     EXIT.
003780
003790 1150-READ-RUN-RECORD.
003800
003810     READ RUNFILE
003820         AT END
003830             MOVE "Y" TO WS-EOF-SWITCH
003840             GO TO 1150-EXIT
003850     END-READ.
003860
003870     IF WS-RUN-COUNT >= WS-RUN-MAX
003880         DISPLAY
003890             "CNVRUNCT - RUN-CONTROL TABLE FULL - RAISE THE LIMIT"
003900         MOVE 16 TO RETURN-CODE
003910         STOP RUN
003920     END-IF.
003930
003940     ADD 1 TO WS-RUN-COUNT.
003950     MOVE RUNFILE-RECORD TO WS-RUN-ENTRY (WS-RUN-COUNT).
003960
003970 1150-EXIT.
003980     EXIT.
003990
004000******************************************************************
004010*    1200-LOAD-NIGHT-CONTROL -- READ THE NIGHT-CONTROL LINES     *
004020*                               WRITTEN SO FAR INTO THE TABLE    *
004030******************************************************************
004040 1200-LOAD-NIGHT-CONTROL.
004050
004060     MOVE ZERO TO WS-CTL-COUNT.
004070     OPEN INPUT STATFILE.
004080     IF WS-STATFILE-STATUS = "35"
004090         GO TO 1200-EXIT
004100     END-IF.
004110     IF WS-STATFILE-STATUS NOT = "00"
004120         DISPLAY
004130             "CNVRUNCT - UNABLE TO OPEN NIGHTCTL - STATUS "
004140             WS-STATFILE-STATUS
004150         MOVE 16 TO RETURN-CODE
004160         STOP RUN
004170     END-IF.
004180
004190     MOVE "N" TO WS-EOF-SWITCH.
004200     PERFORM 1250-READ-STATUS-LINE
004210         THRU 1250-EXIT
004220         UNTIL WS-END-OF-FILE.
004230
004240     CLOSE STATFILE.
004250
004260 1200-EXIT.
004270     EXIT.
004280
004290 1250-READ-STATUS-LINE.
004300
004310     READ STATFILE
004320         AT END
004330             MOVE "Y" TO WS-EOF-SWITCH
004340             GO TO 1250-EXIT
004350     END-READ.
004360
004370     IF WS-CTL-COUNT >= WS-CTL-MAX
004380         DISPLAY
004390             "CNVRUNCT - NIGHT-CONTROL TABLE FULL - RAISE THE "
004400             "LIMIT"
004410         MOVE 16 TO RETURN-CODE
004420         STOP RUN
004430     END-IF.
004440
004450     ADD 1 TO WS-CTL-COUNT.
004460     MOVE STATFILE-RECORD TO WS-CTL-LINE (WS-CTL-COUNT).
004470
004480 1250-EXIT.
004490     EXIT.
004500
004510 1310-CHECK-NIGHT-ENTRY.
004520
004530     MOVE WS-RUN-ENTRY (WS-SUB) TO RUN-RECORD.
004540     IF RUN-IS-NIGHT
004550         MOVE WS-SUB TO WS-NIGHT-SUB
004560     END-IF.
004570
004580 1310-EXIT.
004590     EXIT.
004600
004610******************************************************************
004620*    1400-FIND-STEP -- LEAVE WS-STEP-SUB ON THE RECORD FOR THE   *
004630*                      PARM'S STEP NAME, OR ZERO                 *
004640******************************************************************
004650 1400-FIND-STEP.
004660
004670     MOVE ZERO TO WS-STEP-SUB.
004680     PERFORM 1410-CHECK-STEP-ENTRY
004690         THRU 1410-EXIT
004700         VARYING WS-SUB FROM 1 BY 1
004710         UNTIL WS-SUB > WS-RUN-COUNT.
004720
004730 1400-EXIT.
004740     EXIT.
004750
004760 1410-CHECK-STEP-ENTRY.
004770
004780     MOVE WS-RUN-ENTRY (WS-SUB) TO RUN-RECORD.
004790     IF RUN-IS-STEP
004800      AND RUN-STEP-NAME = CL-STEP-NAME
004810         MOVE WS-SUB TO WS-STEP-SUB
004820     END-IF.
004830
004840 1410-EXIT.
004850     EXIT.
004860
004870******************************************************************
004880*    1500-STORE-NIGHT -- PUT THE NIGHT FIELDS BACK ON THE NIGHT  *
004890*                        RECORD                                  *
004900******************************************************************
004910 1500-STORE-NIGHT.
004920
004930     MOVE WS-RUN-ENTRY (WS-NIGHT-SUB) TO RUN-RECORD.
004940     MOVE WS-NIGHT-MODE    TO RUN-NIGHT-MODE.
004950     MOVE WS-NIGHT-RESUMED TO RUN-NIGHT-RESUMED.
004960     MOVE WS-NIGHT-ATTEMPT TO RUN-NIGHT-ATTEMPT.
004970     MOVE RUN-RECORD TO WS-RUN-ENTRY (WS-NIGHT-SUB).
004980     MOVE "Y" TO WS-CHANGED-SWITCH.
004990
005000 1500-EXIT.
005010     EXIT.
005020
005030******************************************************************
005040*    2000-START-NIGHT -- FIRST STEP OF THE JOB                   *
005050******************************************************************
005060 2000-START-NIGHT.
005070
005080     IF CL-RUN-MODE = "R"
005090         PERFORM 2200-START-RESTART
005100             THRU 2200-EXIT
005110     ELSE
005120         PERFORM 2100-START-NORMAL
005130             THRU 2100-EXIT
005140     END-IF.
005150
005160 2000-EXIT.
005170     EXIT.
005180
005190******************************************************************
005200*    2100-START-NORMAL -- OPEN A NEW NIGHT UNDER TODAY'S DATE    *
005210*                         AND EMPTY THE NIGHT-CONTROL DATASET    *
005220******************************************************************
005230 2100-START-NORMAL.
005240
005250     IF WS-NIGHT-SUB > ZERO
005260      AND WS-NIGHT-DATE = WS-CURRENT-DATE
005270         MOVE "Y" TO WS-REFUSED-SWITCH
005280         STRING "TONIGHT IS ALREADY ON THE RUN CONTROL -- "
005290                "RESUBMIT IN RESTART MODE (R)"
005300             DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
005310         GO TO 2100-EXIT
005320     END-IF.
005330
005340     IF WS-NIGHT-SUB > ZERO
005350         PERFORM 2150-CHECK-PRIOR-NIGHT
005360             THRU 2150-EXIT
005370     END-IF.
005380
005390     MOVE SPACES            TO RUN-RECORD.
005400     MOVE "N"               TO RUN-REC-TYPE.
005410     MOVE WS-CURRENT-DATE   TO RUN-RUN-DATE.
005420     MOVE "N"               TO RUN-NIGHT-MODE.
005430     MOVE "N"               TO RUN-NIGHT-RESUMED.
005440     MOVE 1                 TO RUN-NIGHT-ATTEMPT.
005450     MOVE WS-CURRENT-DATE   TO RUN-NIGHT-START-DATE.
005460     MOVE WS-CURRENT-TIME (1:6)
005470                            TO RUN-NIGHT-START-TIME.
005480     MOVE 1                 TO WS-RUN-COUNT.
005490     MOVE RUN-RECORD        TO WS-RUN-ENTRY (1).
005500     MOVE 1                 TO WS-NIGHT-SUB.
005510     MOVE "Y"               TO WS-CHANGED-SWITCH.
005520
005530     OPEN OUTPUT STATFILE.
005540     IF WS-STATFILE-STATUS NOT = "00"
005550         DISPLAY
005560             "CNVRUNCT - UNABLE TO CLEAR NIGHTCTL - STATUS "
005570             WS-STATFILE-STATUS
005580         MOVE 16 TO RETURN-CODE
005590         STOP RUN
005600     END-IF.
005610     CLOSE STATFILE.
005620
005630     MOVE WS-CTL-COUNT TO WS-COUNT-ED.
005640     MOVE SPACES TO RPT-RECORD.
005650     STRING "NEW NIGHT " WS-CURRENT-DATE
005660            " STARTED -- ATTEMPT 01.  NIGHT-CONTROL LINES "
005670            "CLEARED: " WS-COUNT-ED
005680         DELIMITED BY SIZE INTO RPT-RECORD.
005690     WRITE RPT-RECORD.
005700     MOVE ZERO TO WS-CTL-COUNT.
005710
005720 2100-EXIT.
005730     EXIT.
005740
005750******************************************************************
005760*    2150-CHECK-PRIOR-NIGHT -- A PRIOR NIGHT WITH A STEP NOT     *
005770*                              COMPLETE WAS ABANDONED.  LIST ITS *
005780*                              STEPS AND THE NIGHT-CONTROL LINES *
005790*                              ABOUT TO BE CLEARED, AND WARN.    *
005800******************************************************************
005810 2150-CHECK-PRIOR-NIGHT.
005820
005830     PERFORM 7100-COUNT-OPEN-STEPS
005840         THRU 7100-EXIT.
005850     IF WS-OPEN-STEP-COUNT = ZERO
005860         GO TO 2150-EXIT
005870     END-IF.
005880
005890     MOVE "Y" TO WS-WARNING-SWITCH.
005900
005910     MOVE SPACES TO RPT-RECORD.
005920     STRING "*** WARNING *** NIGHT " WS-NIGHT-DATE
005930            " WAS NEVER FINISHED -- ITS STEPS WERE:"
005940         DELIMITED BY SIZE INTO RPT-RECORD.
005950     WRITE RPT-RECORD.
005960
005970     PERFORM 7000-LIST-ONE-STEP
005980         THRU 7000-EXIT
005990         VARYING WS-SUB FROM 1 BY 1
006000         UNTIL WS-SUB > WS-RUN-COUNT.
006010
006020     MOVE SPACES TO RPT-RECORD.
006030     WRITE RPT-RECORD.
006040     MOVE "ITS NIGHT-CONTROL LINES, CLEARED FOR TONIGHT:"
006050         TO RPT-RECORD.
006060     WRITE RPT-RECORD.
006070
006080     MOVE 1 TO WS-FIRST-LINE.
006090     PERFORM 7200-LIST-ONE-LINE
006100         THRU 7200-EXIT
006110         VARYING WS-SUB FROM WS-FIRST-LINE BY 1
006120         UNTIL WS-SUB > WS-CTL-COUNT.
006130
006140     MOVE SPACES TO RPT-RECORD.
006150     WRITE RPT-RECORD.
006160
006170 2150-EXIT.
006180     EXIT.
006190
006200******************************************************************
006210*    2200-START-RESTART -- KEEP THE NIGHT AND ITS LINES, COUNT   *
006220*                          THE NEW ATTEMPT, SHOW WHERE EACH STEP *
006230*                          STANDS                                *
006240******************************************************************
006250 2200-START-RESTART.
006260
006270     IF WS-NIGHT-SUB = ZERO
006280         MOVE "Y" TO WS-REFUSED-SWITCH
006290         MOVE "THE RUN CONTROL HOLDS NO NIGHT TO RESTART"
006300             TO WS-REFUSAL-TEXT
006310         GO TO 2200-EXIT
006320     END-IF.
006330
006340     PERFORM 7100-COUNT-OPEN-STEPS
006350         THRU 7100-EXIT.
006360     IF WS-OPEN-STEP-COUNT = ZERO
006370         MOVE "Y" TO WS-REFUSED-SWITCH
006380         MOVE "EVERY STEP OF THE NIGHT COMPLETED -- NO RESTART"
006390             TO WS-REFUSAL-TEXT
006400         GO TO 2200-EXIT
006410     END-IF.
006420
006430     IF WS-NIGHT-ATTEMPT >= 99
006440         MOVE "Y" TO WS-REFUSED-SWITCH
006450         MOVE "THE NIGHT HAS REACHED 99 ATTEMPTS"
006460             TO WS-REFUSAL-TEXT
006470         GO TO 2200-EXIT
006480     END-IF.
006490
006500     ADD 1   TO WS-NIGHT-ATTEMPT.
006510     MOVE "R" TO WS-NIGHT-MODE.
006520     MOVE "N" TO WS-NIGHT-RESUMED.
006530     PERFORM 1500-STORE-NIGHT
006540         THRU 1500-EXIT.
006550
006560     MOVE WS-CTL-COUNT TO WS-COUNT-ED.
006570     MOVE SPACES TO RPT-RECORD.
006580     STRING "RESTART OF NIGHT " WS-NIGHT-DATE
006590            " -- ATTEMPT " WS-NIGHT-ATTEMPT
006600            ".  NIGHT-CONTROL LINES KEPT: " WS-COUNT-ED
006610         DELIMITED BY SIZE INTO RPT-RECORD.
006620     WRITE RPT-RECORD.
006630     MOVE SPACES TO RPT-RECORD.
006640     WRITE RPT-RECORD.
006650     MOVE SPACES TO RPT-RECORD.
006660     STRING "COMPLETE STEPS ARE SKIPPED; STEPS NOT COMPLETE, AND "
006670            "STEPS GATED TO RUN ON EVERY ATTEMPT, RUN AGAIN."
006680         DELIMITED BY SIZE INTO RPT-RECORD.
006690     WRITE RPT-RECORD.
006700     MOVE SPACES TO RPT-RECORD.
006710     WRITE RPT-RECORD.
006720
006730     PERFORM 7000-LIST-ONE-STEP
006740         THRU 7000-EXIT
006750         VARYING WS-SUB FROM 1 BY 1
006760         UNTIL WS-SUB > WS-RUN-COUNT.
006770
006780 2200-EXIT.
006790     EXIT.
006800
006810******************************************************************
006820*    3000-GATE-STEP -- RELEASE (RC=0) OR SKIP (RC=4) THE STEP    *
006830*                      NAMED IN THE PARM                         *
006840******************************************************************
006850 3000-GATE-STEP.
006860
006870     IF WS-NIGHT-SUB = ZERO
006880         MOVE "Y" TO WS-REFUSED-SWITCH
006890         MOVE "NO NIGHT ON THE RUN CONTROL -- NO START STEP RAN"
006900             TO WS-REFUSAL-TEXT
006910         GO TO 3000-EXIT
006920     END-IF.
006930
006940     PERFORM 1400-FIND-STEP
006950         THRU 1400-EXIT.
006960
006970     IF WS-NIGHT-MODE NOT = "R"
006980      OR WS-STEP-SUB = ZERO
006990         GO TO 3050-RELEASE-STEP
007000     END-IF.
007010
007020*    RESTART -- A COMPLETE STEP IS SKIPPED, UNLESS ITS GATE RUNS
007030*    IT ON EVERY ATTEMPT.
007040     MOVE WS-RUN-ENTRY (WS-STEP-SUB) TO RUN-RECORD.
007050     IF RUN-STEP-COMPLETE
007060      AND NOT CL-GATE-ALWAYS
007070         MOVE "Y" TO WS-SKIP-SWITCH
007080         MOVE SPACES TO RPT-RECORD
007090         STRING "STEP " CL-STEP-NAME
007100                " COMPLETED IN ATTEMPT " RUN-STEP-ATTEMPT
007110                " WITH RC " RUN-STEP-COND
007120                " -- SKIPPED"
007130             DELIMITED BY SIZE INTO RPT-RECORD
007140         WRITE RPT-RECORD
007150         GO TO 3000-EXIT
007160     END-IF.
007170
007180*    THE STEP RUNS AGAIN.  THE FIRST ONE TO DO SO IS WHERE THE
007190*    NIGHT RESUMES.
007200     IF WS-NIGHT-RESUMED NOT = "Y"
007210         MOVE "Y" TO WS-NIGHT-RESUMED
007220         PERFORM 1500-STORE-NIGHT
007230             THRU 1500-EXIT
007240         MOVE SPACES TO RPT-RECORD
007250         STRING "RESUMING THE NIGHT AT STEP " CL-STEP-NAME
007260             DELIMITED BY SIZE INTO RPT-RECORD
007270         WRITE RPT-RECORD
007280     END-IF.
007290
007300     PERFORM 3100-SET-ASIDE-LINES
007310         THRU 3100-EXIT.
007320
007330 3050-RELEASE-STEP.
007340
007350     MOVE ZERO TO WS-RELEASE-NO.
007360     PERFORM 3060-CHECK-RELEASE-NO
007370         THRU 3060-EXIT
007380         VARYING WS-SUB FROM 1 BY 1
007390         UNTIL WS-SUB > WS-RUN-COUNT.
007400     ADD 1 TO WS-RELEASE-NO.
007410
007420     IF WS-STEP-SUB = ZERO
007430         IF WS-RUN-COUNT >= WS-RUN-MAX
007440             DISPLAY
007450                 "CNVRUNCT - RUN-CONTROL TABLE FULL - RAISE THE "
007460                 "LIMIT"
007470             MOVE 16 TO RETURN-CODE
007480             STOP RUN
007490         END-IF
007500         ADD 1 TO WS-RUN-COUNT
007510         MOVE WS-RUN-COUNT TO WS-STEP-SUB
007520     END-IF.
007530
007540     MOVE SPACES              TO RUN-RECORD.
007550     MOVE "S"                 TO RUN-REC-TYPE.
007560     MOVE WS-NIGHT-DATE       TO RUN-RUN-DATE.
007570     MOVE CL-STEP-NAME        TO RUN-STEP-NAME.
007580     MOVE "S"                 TO RUN-STEP-STATUS.
007590     MOVE WS-NIGHT-ATTEMPT    TO RUN-STEP-ATTEMPT.
007600     MOVE WS-CURRENT-DATE     TO RUN-STEP-START-DATE.
007610     MOVE WS-CURRENT-TIME (1:6)
007620                              TO RUN-STEP-START-TIME.
007630     MOVE ZERO                TO RUN-STEP-END-DATE.
007640     MOVE ZERO                TO RUN-STEP-END-TIME.
007650     MOVE WS-CTL-COUNT        TO RUN-STEP-CTL-LINES.
007660     MOVE WS-RELEASE-NO       TO RUN-STEP-RELEASE-NO.
007670     MOVE RUN-RECORD          TO WS-RUN-ENTRY (WS-STEP-SUB).
007680     MOVE "Y"                 TO WS-CHANGED-SWITCH.
007690
007700     MOVE SPACES TO RPT-RECORD.
007710     STRING "STEP " CL-STEP-NAME
007720            " RELEASED TO RUN -- NIGHT " WS-NIGHT-DATE
007730            " ATTEMPT " WS-NIGHT-ATTEMPT
007740         DELIMITED BY SIZE INTO RPT-RECORD.
007750     WRITE RPT-RECORD.
007760
007770 3000-EXIT.
007780     EXIT.
007790
007800*    THE HIGHEST RELEASE NUMBER GIVEN SO FAR THIS NIGHT.
007810 3060-CHECK-RELEASE-NO.
007820
007830     MOVE WS-RUN-ENTRY (WS-SUB) TO RUN-RECORD.
007840     IF RUN-IS-STEP
007850      AND RUN-STEP-RELEASE-NO NUMERIC
007860      AND RUN-STEP-RELEASE-NO > WS-RELEASE-NO
007870         MOVE RUN-STEP-RELEASE-NO TO WS-RELEASE-NO
007880     END-IF.
007890
007900 3060-EXIT.
007910     EXIT.
007920
007930******************************************************************
007940*    3100-SET-ASIDE-LINES -- THE STEP ABOUT TO RUN AGAIN WROTE   *
007950*                            NIGHT-CONTROL LINES LAST TIME --    *
007960*                            THOSE AFTER ITS OWN LINE COUNT, UP  *
007970*                            TO THE LINE COUNT OF THE FIRST STEP *
007980*                            RELEASED AFTER IT.  THEY WILL BE    *
007990*                            WRITTEN AGAIN, SO THEY COME OFF THE *
008000*                            DATASET ONTO THIS REPORT AND THE    *
008010*                            LINE COUNTS OF THE STEPS RELEASED   *
008020*                            AFTER IT CLOSE UP BEHIND THEM.      *
008030*                            EVERY OTHER STEP'S LINES STAY.      *
008040******************************************************************
008050 3100-SET-ASIDE-LINES.
008060
008070     MOVE WS-RUN-ENTRY (WS-STEP-SUB) TO RUN-RECORD.
008080     MOVE RUN-STEP-CTL-LINES TO WS-KEEP-LINES.
008090     IF RUN-STEP-RELEASE-NO NUMERIC
008100         MOVE RUN-STEP-RELEASE-NO TO WS-OWN-RELEASE-NO
008110     ELSE
008120         MOVE ZERO TO WS-OWN-RELEASE-NO
008130     END-IF.
008140
008150     MOVE WS-CTL-COUNT TO WS-OWN-LAST-LINE.
008160     PERFORM 3110-CHECK-LATER-STEP
008170         THRU 3110-EXIT
008180         VARYING WS-SUB FROM 1 BY 1
008190         UNTIL WS-SUB > WS-RUN-COUNT.
008200
008210     IF WS-OWN-LAST-LINE NOT > WS-KEEP-LINES
008220         GO TO 3100-EXIT
008230     END-IF.
008240
008250     COMPUTE WS-SET-ASIDE-COUNT =
008260         WS-OWN-LAST-LINE - WS-KEEP-LINES.
008270
008280     MOVE SPACES TO RPT-RECORD.
008290     WRITE RPT-RECORD.
008300     MOVE SPACES TO RPT-RECORD.
008310     STRING "NIGHT-CONTROL LINES OF STEP " CL-STEP-NAME
008320            " FROM ITS LAST ATTEMPT, SET ASIDE:"
008330         DELIMITED BY SIZE INTO RPT-RECORD.
008340     WRITE RPT-RECORD.
008350
008360     COMPUTE WS-FIRST-LINE = WS-KEEP-LINES + 1.
008370     PERFORM 7200-LIST-ONE-LINE
008380         THRU 7200-EXIT
008390         VARYING WS-SUB FROM WS-FIRST-LINE BY 1
008400         UNTIL WS-SUB > WS-OWN-LAST-LINE.
008410
008420     MOVE SPACES TO RPT-RECORD.
008430     WRITE RPT-RECORD.
008440
008450     COMPUTE WS-FIRST-LINE = WS-OWN-LAST-LINE + 1.
008460     PERFORM 3120-CLOSE-UP-ONE-LINE
008470         THRU 3120-EXIT
008480         VARYING WS-SUB FROM WS-FIRST-LINE BY 1
008490         UNTIL WS-SUB > WS-CTL-COUNT.
008500     SUBTRACT WS-SET-ASIDE-COUNT FROM WS-CTL-COUNT.
008510
008520     PERFORM 3130-ADJUST-LATER-STEP
008530         THRU 3130-EXIT
008540         VARYING WS-SUB FROM 1 BY 1
008550         UNTIL WS-SUB > WS-RUN-COUNT.
008560
008570     OPEN OUTPUT STATFILE.
008580     IF WS-STATFILE-STATUS NOT = "00"
008590         DISPLAY
008600             "CNVRUNCT - UNABLE TO REWRITE NIGHTCTL - STATUS "
008610             WS-STATFILE-STATUS
008620         MOVE 16 TO RETURN-CODE
008630         STOP RUN
008640     END-IF.
008650
008660     PERFORM 3150-REWRITE-ONE-LINE
008670         THRU 3150-EXIT
008680         VARYING WS-SUB FROM 1 BY 1
008690         UNTIL WS-SUB > WS-CTL-COUNT.
008700
008710     CLOSE STATFILE.
008720
008730 3100-EXIT.
008740     EXIT.
008750
008760*    A STEP RELEASED AFTER THIS ONE ENDS THIS ONE'S LINES AT ITS
008770*    OWN LINE COUNT.
008780 3110-CHECK-LATER-STEP.
008790
008800     MOVE WS-RUN-ENTRY (WS-SUB) TO RUN-RECORD.
008810     IF RUN-IS-STEP
008820      AND WS-SUB NOT = WS-STEP-SUB
008830      AND RUN-STEP-RELEASE-NO NUMERIC
008840      AND RUN-STEP-RELEASE-NO > WS-OWN-RELEASE-NO
008850      AND RUN-STEP-CTL-LINES < WS-OWN-LAST-LINE
008860         MOVE RUN-STEP-CTL-LINES TO WS-OWN-LAST-LINE
008870     END-IF.
008880
008890 3110-EXIT.
008900     EXIT.
008910
008920 3120-CLOSE-UP-ONE-LINE.
008930
008940     COMPUTE WS-KEEP-LINES = WS-SUB - WS-SET-ASIDE-COUNT.
008950     MOVE WS-CTL-LINE (WS-SUB) TO WS-CTL-LINE (WS-KEEP-LINES).
008960
008970 3120-EXIT.
008980     EXIT.
008990
009000 3130-ADJUST-LATER-STEP.
009010
009020     MOVE WS-RUN-ENTRY (WS-SUB) TO RUN-RECORD.
009030     IF RUN-IS-STEP
009040      AND WS-SUB NOT = WS-STEP-SUB
009050      AND RUN-STEP-CTL-LINES >= WS-OWN-LAST-LINE
009060         SUBTRACT WS-SET-ASIDE-COUNT FROM RUN-STEP-CTL-LINES
009070         MOVE RUN-RECORD TO WS-RUN-ENTRY (WS-SUB)
009080         MOVE "Y" TO WS-CHANGED-SWITCH
009090     END-IF.
009100
009110 3130-EXIT.
009120     EXIT.
009130
009140 3150-REWRITE-ONE-LINE.
009150
009160     MOVE WS-CTL-LINE (WS-SUB) TO STATFILE-RECORD.
009170     WRITE STATFILE-RECORD.
009180     IF WS-STATFILE-STATUS NOT = "00"
009190         DISPLAY
009200             "CNVRUNCT - UNABLE TO WRITE NIGHTCTL - STATUS "
009210             WS-STATFILE-STATUS
009220         MOVE 16 TO RETURN-CODE
009230         STOP RUN
009240     END-IF.
009250
009260 3150-EXIT.
009270     EXIT.
009280
009290******************************************************************
009300*    4000-END-STEP -- MARK THE STEP NAMED IN THE PARM COMPLETE   *
009310*                     WITH ITS CONDITION CODE                    *
009320******************************************************************
009330 4000-END-STEP.
009340
009350     IF WS-NIGHT-SUB = ZERO
009360         MOVE "Y" TO WS-REFUSED-SWITCH
009370         MOVE "NO NIGHT ON THE RUN CONTROL -- NO START STEP RAN"
009380             TO WS-REFUSAL-TEXT
009390         GO TO 4000-EXIT
009400     END-IF.
009410
009420     PERFORM 1400-FIND-STEP
009430         THRU 1400-EXIT.
009440     IF WS-STEP-SUB = ZERO
009450         MOVE "Y" TO WS-REFUSED-SWITCH
009460         MOVE "THE STEP WAS NEVER RELEASED BY ITS GATE STEP"
009470             TO WS-REFUSAL-TEXT
009480         GO TO 4000-EXIT
009490     END-IF.
009500
009510     MOVE WS-RUN-ENTRY (WS-STEP-SUB) TO RUN-RECORD.
009520
009530     IF CL-COND-CODE NOT = SPACES
009540         MOVE CL-COND-CODE TO RUN-STEP-COND
009550     ELSE
009560         MOVE "N"  TO WS-COND-FOUND-SWITCH
009570         MOVE ZERO TO WS-WORST-COND
009580         COMPUTE WS-FIRST-LINE = RUN-STEP-CTL-LINES + 1
009590         PERFORM 4100-CHECK-ONE-LINE
009600             THRU 4100-EXIT
009610             VARYING WS-SUB FROM WS-FIRST-LINE BY 1
009620             UNTIL WS-SUB > WS-CTL-COUNT
009630         IF WS-COND-FOUND
009640             MOVE WS-WORST-COND TO RUN-STEP-COND
009650         ELSE
009660             MOVE SPACES        TO RUN-STEP-COND
009670         END-IF
009680     END-IF.
009690
009700     MOVE "C"                 TO RUN-STEP-STATUS.
009710     MOVE WS-CURRENT-DATE     TO RUN-STEP-END-DATE.
009720     MOVE WS-CURRENT-TIME (1:6)
009730                              TO RUN-STEP-END-TIME.
009740     MOVE RUN-RECORD          TO WS-RUN-ENTRY (WS-STEP-SUB).
009750     MOVE "Y"                 TO WS-CHANGED-SWITCH.
009760
009770     MOVE SPACES TO RPT-RECORD.
009780     STRING "STEP " CL-STEP-NAME
009790            " COMPLETE -- RC " RUN-STEP-COND
009800            "  NIGHT " WS-NIGHT-DATE
009810            " ATTEMPT " WS-NIGHT-ATTEMPT
009820         DELIMITED BY SIZE INTO RPT-RECORD.
009830     WRITE RPT-RECORD.
009840
009850 4000-EXIT.
009860     EXIT.
009870
009880*    THE HIGHEST CONDITION CODE ON THE LINES THE STEP WROTE.
009890 4100-CHECK-ONE-LINE.
009900
009910     MOVE WS-CTL-LINE (WS-SUB) TO STA-RECORD.
009920     IF STA-COND-CODE NUMERIC
009930         MOVE "Y" TO WS-COND-FOUND-SWITCH
009940         IF STA-COND-CODE > WS-WORST-COND
009950             MOVE STA-COND-CODE TO WS-WORST-COND
009960         END-IF
009970     END-IF.
009980
009990 4100-EXIT.
010000     EXIT.
010010
010020******************************************************************
010030*    7000-LIST-ONE-STEP -- ONE REPORT LINE FOR A STEP RECORD     *
010040******************************************************************
010050 7000-LIST-ONE-STEP.
010060
010070     MOVE WS-RUN-ENTRY (WS-SUB) TO RUN-RECORD.
010080     IF NOT RUN-IS-STEP
010090         GO TO 7000-EXIT
010100     END-IF.
010110
010120     IF RUN-STEP-COMPLETE
010130         MOVE "COMPLETE"     TO WS-STATUS-TEXT
010140     ELSE
010150         MOVE "NOT COMPLETE" TO WS-STATUS-TEXT
010160     END-IF.
010170
010180     MOVE RUN-STEP-NAME       TO WS-SL-STEP-NAME.
010190     MOVE WS-STATUS-TEXT      TO WS-SL-STATUS.
010200     MOVE RUN-STEP-COND       TO WS-SL-COND.
010210     MOVE RUN-STEP-ATTEMPT    TO WS-SL-ATTEMPT.
010220     MOVE RUN-STEP-START-DATE TO WS-SL-START-DATE.
010230     MOVE RUN-STEP-START-TIME TO WS-SL-START-TIME.
010240     MOVE RUN-STEP-END-DATE   TO WS-SL-END-DATE.
010250     MOVE RUN-STEP-END-TIME   TO WS-SL-END-TIME.
010260     MOVE WS-STEP-LINE        TO RPT-RECORD.
010270     WRITE RPT-RECORD.
010280
010290 7000-EXIT.
010300     EXIT.
010310
010320******************************************************************
010330*    7100-COUNT-OPEN-STEPS -- STEPS OF THE NIGHT NOT COMPLETE    *
010340******************************************************************
010350 7100-COUNT-OPEN-STEPS.
010360
010370     MOVE ZERO TO WS-OPEN-STEP-COUNT.
010380     PERFORM 7150-CHECK-ONE-STEP
010390         THRU 7150-EXIT
010400         VARYING WS-SUB FROM 1 BY 1
010410         UNTIL WS-SUB > WS-RUN-COUNT.
010420
010430 7100-EXIT.
010440     EXIT.
010450
010460 7150-CHECK-ONE-STEP.
010470
010480     MOVE WS-RUN-ENTRY (WS-SUB) TO RUN-RECORD.
010490     IF RUN-IS-STEP
010500      AND NOT RUN-STEP-COMPLETE
010510         ADD 1 TO WS-OPEN-STEP-COUNT
010520     END-IF.
010530
010540 7150-EXIT.
010550     EXIT.
010560
010570******************************************************************
010580*    7200-LIST-ONE-LINE -- ONE NIGHT-CONTROL LINE ONTO THE       *
010590*                          REPORT                                *
010600******************************************************************
010610 7200-LIST-ONE-LINE.
010620
010630     MOVE SPACES TO RPT-RECORD.
010640     STRING "  " WS-CTL-LINE (WS-SUB)
010650         DELIMITED BY SIZE INTO RPT-RECORD.
010660     WRITE RPT-RECORD.
010670
010680 7200-EXIT.
010690     EXIT.
010700
010710******************************************************************
010720*    9000-TERMINATE -- REWRITE THE RUN CONTROL, DECISION LINE,   *
010730*                      CONDITION CODE                            *
010740******************************************************************
010750 9000-TERMINATE.
010760
010770     IF WS-RUN-CONTROL-CHANGED
010780      AND NOT WS-REQUEST-REFUSED
010790         PERFORM 9100-REWRITE-RUN-CONTROL
010800             THRU 9100-EXIT
010810     END-IF.
010820
010830     MOVE SPACES TO RPT-RECORD.
010840     WRITE RPT-RECORD.
010850
010860     EVALUATE TRUE
010870         WHEN WS-REQUEST-REFUSED
010880             MOVE SPACES TO RPT-RECORD
010890             STRING "*** REFUSED *** " WS-REFUSAL-TEXT
010900                 DELIMITED BY SIZE INTO RPT-RECORD
010910             DISPLAY "CNVRUNCT - " WS-REFUSAL-TEXT
010920             MOVE 16 TO RETURN-CODE
010930         WHEN WS-STEP-SKIPPED
010940             MOVE "DECISION: SKIP THE STEP (RC=4)" TO RPT-RECORD
010950             MOVE 4 TO RETURN-CODE
010960         WHEN WS-WARNING-ISSUED
010970             MOVE SPACES TO RPT-RECORD
010980             STRING "DECISION: NEW NIGHT STARTED AFTER AN "
010990                    "UNFINISHED ONE (RC=4)"
011000                 DELIMITED BY SIZE INTO RPT-RECORD
011010             MOVE 4 TO RETURN-CODE
011020         WHEN CL-GATE
011030             MOVE "DECISION: RUN THE STEP (RC=0)" TO RPT-RECORD
011040             MOVE 0 TO RETURN-CODE
011050         WHEN OTHER
011060             MOVE "DECISION: RECORDED (RC=0)" TO RPT-RECORD
011070             MOVE 0 TO RETURN-CODE
011080     END-EVALUATE.
011090     WRITE RPT-RECORD.
011100
011110     CLOSE RPTFILE.
011120
011130 9000-EXIT.
011140     EXIT.
011150
011160******************************************************************
011170*    9100-REWRITE-RUN-CONTROL -- WRITE THE TABLE BACK WHOLE      *
011180******************************************************************
011190 9100-REWRITE-RUN-CONTROL.
011200
011210     OPEN OUTPUT RUNFILE.
011220     IF WS-RUNFILE-STATUS NOT = "00"
011230         DISPLAY
011240             "CNVRUNCT - UNABLE TO OPEN RUNCTL FOR OUTPUT - "
011250             "STATUS " WS-RUNFILE-STATUS
011260         MOVE 16 TO RETURN-CODE
011270         STOP RUN
011280     END-IF.
011290
011300     PERFORM 9150-WRITE-ONE-RECORD
011310         THRU 9150-EXIT
011320         VARYING WS-SUB FROM 1 BY 1
011330         UNTIL WS-SUB > WS-RUN-COUNT.
011340
011350     CLOSE RUNFILE.
011360
011370 9100-EXIT.
011380     EXIT.
011390
011400 9150-WRITE-ONE-RECORD.
011410
011420     MOVE WS-RUN-ENTRY (WS-SUB) TO RUNFILE-RECORD.
011430     WRITE RUNFILE-RECORD.
011440     IF WS-RUNFILE-STATUS NOT = "00"
011450         DISPLAY
011460             "CNVRUNCT - UNABLE TO WRITE RUNCTL - STATUS "
011470             WS-RUNFILE-STATUS
011480         MOVE 16 TO RETURN-CODE
011490         STOP RUN
011500     END-IF.
011510
011520 9150-EXIT.
011530     EXIT.
