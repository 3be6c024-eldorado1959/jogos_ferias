000010******************************************************************
000020*  PROGRAM:   CNVREVAL
000030*  FILE:      cobReval.cob
000040*
000050*  AUTHOR:    J. L. MOREIRA -- DATA CONVERSION GROUP
000060*  INSTALLATION: JOGOS DE FERIAS BATCH SERVICES
000070*  DATE-WRITTEN: 2026-10-15
000080*  DATE-COMPILED:
000090*
000100*  PURPOSE.
000110*      CUSTOMER MASTER REVALIDATION SWEEP.  CONVERT6, CNVMAINT
000120*      AND CNVRECYC EDIT THE STATE CODE AND CEP ONLY AS A
000130*      RECORD ARRIVES, SO A RECORD LOADED UNDER AN OLD
000140*      STATETAB OR CEPTAB IS NEVER LOOKED AT AGAIN.  THIS
000150*      PROGRAM READS THE WHOLE MASTER (MASTFILE DD) IN KEY
000160*      ORDER AND RUNS EVERY RECORD THROUGH THE CURRENT STATE
000170*      AND CEP EDITS -- THE SAME TABLE FILES (STATETAB, CEPTAB)
000180*      AND THE SAME RULES AS CONVERT6: THE STATE CODE MUST BE
000190*      ON THE TABLE, AND A NON-BLANK CEP MUST BE NUMERIC AND
000200*      INSIDE THE STATE'S TABLED RANGE.  RUN IT AFTER EVERY
000210*      CHANGE TO EITHER TABLE.
000220*
000230*      A RECORD THAT NO LONGER PASSES --
000240*        - OPENS OR UPDATES THE ACCOUNT'S ENTRY ON THE
000250*          EXCEPTION-TRACKING FILE (EXCPTRK DD, LAYOUT EXTRKREC)
000260*          EXACTLY AS A CONVERT6 REJECT DOES, WITH A REASON
000270*          BEGINNING 'REVAL ', SO IT SHOWS ON THE CNVAGING
000280*          REPORT AND CAN BE TOLD FROM A FEED REJECT;
000290*        - IS WRITTEN TO THE REVALIDATION EXCEPTION FILE
000300*          (REVEXCP DD, LAYOUT EXCPREC) WITH ITS MASTER IMAGE
000310*          IN THE CUSTREC POSITIONS, SO IT CAN BE REPAIRED
000320*          THROUGH CNVRECYC.  ON THIS FILE THE RECORD NUMBER IS
000330*          THE ACCOUNT NUMBER -- KEY THE CORRECTION CARDS ON IT.
000340*      IT CAN EQUALLY BE REPAIRED WITH A CNVMAINT 'C' CARD.
000350*
000360*      A RECORD THAT PASSES CLOSES ITS TRACKING ENTRY, BUT ONLY
000370*      AN OPEN ENTRY THIS SWEEP OPENED (LAST REASON 'REVAL ') --
000380*      AN OPEN FEED REJECT IS NOT CLEARED BY THE ACCOUNT'S
000390*      OLDER MASTER RECORD PASSING.  A CNVMAINT REPAIR THEREFORE
000400*      CLOSES ITS ENTRY ON THE NEXT SWEEP; RUN THE SWEEP AGAIN
000410*      ONCE THE REPAIRS ARE IN.
000420*
000430*      THE REPORT (RPTFILE DD) SUMMARIZES THE FAILURES BY STATE
000440*      CODE AS IT STANDS ON THE MASTER, WITH THE COUNT OF EACH
000450*      REASON, FOLLOWED BY THE SWEEP TOTALS.  RC=0 WHEN EVERY
000460*      RECORD PASSED, RC=4 WHEN ANY FAILED.  NO PARM.
000470*
000480*  MODIFICATION HISTORY.
000490*  ---------------------------------------------------------------
000500*  DATE       INIT  DESCRIPTION
000510*  2026-10-15  JLM  ORIGINAL PROGRAM -- A TABLE CHANGE NOW
000520*                   RE-CHECKS THE RECORDS ALREADY ON THE MASTER.
000530******************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID.  CNVREVAL.
000560 AUTHOR.      J. L. MOREIRA.
000570 INSTALLATION. JOGOS DE FERIAS BATCH SERVICES.
000580 DATE-WRITTEN. 2026-10-15.
000590 DATE-COMPILED.
000600
000610 ENVIRONMENT DIVISION.
000620
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER.  GENERIC-PC.
000650 OBJECT-COMPUTER.  GENERIC-PC.
000660
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT MASTFILE
000700         ASSIGN TO "MASTFILE"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS SEQUENTIAL
000730         RECORD KEY IS MST-ACCOUNT-NO
000740         FILE STATUS IS WS-MASTFILE-STATUS.
000750
000760     SELECT STATEFILE
000770         ASSIGN TO "STATETAB"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-STATEFILE-STATUS.
000800
000810     SELECT CEPFILE
000820         ASSIGN TO "CEPTAB"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-CEPFILE-STATUS.
000850
000860     SELECT EXCPTRK
000870         ASSIGN TO "EXCPTRK"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS RANDOM
000900         RECORD KEY IS ETK-ACCOUNT-NO
000910         FILE STATUS IS WS-EXCPTRK-STATUS.
000920
000930     SELECT EXCPFILE
000940         ASSIGN TO "REVEXCP"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-EXCPFILE-STATUS.
000970
000980     SELECT RPTFILE
000990         ASSIGN TO "RPTFILE"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-RPTFILE-STATUS.
001020
001030 DATA DIVISION.
001040 FILE SECTION.
001050
001060 FD  MASTFILE
001070     LABEL RECORDS ARE STANDARD.
001080     COPY MSTREC.
001090
001100 FD  STATEFILE
001110     LABEL RECORDS ARE STANDARD.
001120 01  STATE-RECORD.
001130     05  STATE-REC-CODE          PIC X(02).
001140     05  FILLER                  PIC X(78).
001150
001160 FD  CEPFILE
001170     LABEL RECORDS ARE STANDARD.
001180 01  CEP-RECORD.
001190     05  CEP-REC-STATE           PIC X(02).
001200     05  FILLER                  PIC X(01).
001210     05  CEP-REC-LOW             PIC X(08).
001220     05  FILLER                  PIC X(01).
001230     05  CEP-REC-HIGH            PIC X(08).
001240     05  FILLER                  PIC X(60).
001250
001260 FD  EXCPTRK
001270     LABEL RECORDS ARE STANDARD.
001280     COPY EXTRKREC.
001290
001300 FD  EXCPFILE
001310     LABEL RECORDS ARE STANDARD.
001320     COPY EXCPREC.
001330
001340 FD  RPTFILE
001350     LABEL RECORDS ARE STANDARD.
001360 01  RPT-RECORD                  PIC X(80).
001370
001380 WORKING-STORAGE SECTION.
001390
001400*---------------------------------------------------------------*
001410*    STATE/UF REFERENCE TABLE -- SAME TABLE FILE CONVERT6 LOADS *
001420*---------------------------------------------------------------*
001430 01  WS-STATE-TABLE.
001440     05  WS-STATE-COUNT            PIC 9(04) COMP VALUE ZERO.
001450     05  WS-STATE-CODE OCCURS 100 TIMES
001460             INDEXED BY WS-STATE-IDX
001470                                   PIC X(02).
001480
001490*---------------------------------------------------------------*
001500*    CEP RANGE TABLE -- SAME TABLE FILE CONVERT6 LOADS          *
001510*---------------------------------------------------------------*
001520 01  WS-CEP-TABLE.
001530     05  WS-CEP-COUNT              PIC 9(04) COMP VALUE ZERO.
001540     05  WS-CEP-ENTRY OCCURS 100 TIMES
001550             INDEXED BY WS-CEP-IDX.
001560         10  WS-CEP-STATE          PIC X(02).
001570         10  WS-CEP-LOW            PIC 9(08).
001580         10  WS-CEP-HIGH           PIC 9(08).
001590
001600*---------------------------------------------------------------*
001610*    FAILURE SUMMARY BY STATE -- ONE ENTRY PER STATE CODE SEEN  *
001620*    ON THE MASTER, KEPT IN CODE ORDER AS ENTRIES ARE ADDED.    *
001630*    THE MASTER CAN HOLD CODES THAT WERE NEVER ON ANY TABLE, SO *
001640*    THERE IS ROOM FOR 200 CODES, TWICE THE STATE TABLE; A CODE *
001650*    ARRIVING ONCE THOSE ARE TAKEN IS COUNTED UNDER '**' IN THE *
001660*    ONE SPARE ENTRY.                                           *
001670*---------------------------------------------------------------*
001680 01  WS-SUMMARY-TABLE.
001690     05  WS-SUM-COUNT              PIC 9(04) COMP VALUE ZERO.
001700     05  WS-SUM-ENTRY OCCURS 201 TIMES
001710             INDEXED BY WS-SUM-IDX.
001720         10  WS-SUM-STATE          PIC X(02).
001730         10  WS-SUM-CHECKED        PIC 9(09) COMP.
001740         10  WS-SUM-BAD-STATE      PIC 9(09) COMP.
001750         10  WS-SUM-BAD-CEP        PIC 9(09) COMP.
001760         10  WS-SUM-NO-RANGE       PIC 9(09) COMP.
001770         10  WS-SUM-OUT-RANGE      PIC 9(09) COMP.
001780         10  WS-SUM-FAILED         PIC 9(09) COMP.
001790
001800*---------------------------------------------------------------*
001810*    FILE STATUS FIELDS                                         *
001820*---------------------------------------------------------------*
001830 77  WS-MASTFILE-STATUS            PIC X(02) VALUE "00".
001840 77  WS-STATEFILE-STATUS           PIC X(02) VALUE "00".
001850 77  WS-CEPFILE-STATUS             PIC X(02) VALUE "00".
001860 77  WS-EXCPTRK-STATUS             PIC X(02) VALUE "00".
001870 77  WS-EXCPFILE-STATUS            PIC X(02) VALUE "00".
001880 77  WS-RPTFILE-STATUS             PIC X(02) VALUE "00".
001890
001900*---------------------------------------------------------------*
001910*    SWITCHES                                                   *
001920*---------------------------------------------------------------*
001930 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
001940     88  WS-END-OF-FILE                   VALUE "Y".
001950 77  WS-VALID-RECORD-SWITCH        PIC X(01) VALUE "Y".
001960     88  WS-RECORD-IS-VALID               VALUE "Y".
001970 77  WS-STATE-FOUND-SWITCH         PIC X(01) VALUE "N".
001980     88  WS-STATE-ON-TABLE                VALUE "Y".
001990 77  WS-CEP-FOUND-SWITCH           PIC X(01) VALUE "N".
002000     88  WS-CEP-STATE-ON-TABLE            VALUE "Y".
002010 77  WS-SUM-FOUND-SWITCH           PIC X(01) VALUE "N".
002020     88  WS-SUM-ENTRY-FOUND               VALUE "Y".
002030
002040*---------------------------------------------------------------*
002050*    COUNTERS AND WORK FIELDS                                   *
002060*---------------------------------------------------------------*
002070 77  WS-MASTER-COUNT               PIC 9(09) COMP VALUE ZERO.
002080 77  WS-PASSED-COUNT               PIC 9(09) COMP VALUE ZERO.
002090 77  WS-FAILED-COUNT               PIC 9(09) COMP VALUE ZERO.
002100 77  WS-TRACK-NEW-COUNT            PIC 9(09) COMP VALUE ZERO.
002110 77  WS-TRACK-REOPEN-COUNT         PIC 9(09) COMP VALUE ZERO.
002120 77  WS-TRACK-UPDATE-COUNT         PIC 9(09) COMP VALUE ZERO.
002130 77  WS-TRACK-CLOSE-COUNT          PIC 9(09) COMP VALUE ZERO.
002140 77  WS-EXCP-WRITTEN-COUNT         PIC 9(09) COMP VALUE ZERO.
002150 77  WS-TOT-BAD-STATE              PIC 9(09) COMP VALUE ZERO.
002160 77  WS-TOT-BAD-CEP                PIC 9(09) COMP VALUE ZERO.
002170 77  WS-TOT-NO-RANGE               PIC 9(09) COMP VALUE ZERO.
002180 77  WS-TOT-OUT-RANGE              PIC 9(09) COMP VALUE ZERO.
002190 77  WS-SUM-SHIFT                  PIC 9(04) COMP VALUE ZERO.
002200 77  WS-STATE-WORK                 PIC X(02) VALUE SPACES.
002210 77  WS-CEP-WORK                   PIC 9(08) VALUE ZERO.
002220 77  WS-EXCEPTION-REASON           PIC X(30) VALUE SPACES.
002230 01  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
002240
002250*---------------------------------------------------------------*
002260*    REVALIDATION REASONS -- THE CONVERT6 REASON TEXT BEHIND A  *
002270*    'REVAL ' PREFIX, CUT TO FIT THE 30-BYTE REASON FIELDS.     *
002280*---------------------------------------------------------------*
002290 01  WS-REVAL-PREFIX               PIC X(06) VALUE "REVAL ".
002300 01  WS-REASON-BAD-STATE           PIC X(30)
002310         VALUE "REVAL STATE CODE NOT ON TABLE".
002320 01  WS-REASON-BAD-CEP             PIC X(30)
002330         VALUE "REVAL CEP NOT NUMERIC".
002340 01  WS-REASON-NO-RANGE            PIC X(30)
002350         VALUE "REVAL NO CEP RANGE FOR STATE".
002360 01  WS-REASON-OUT-RANGE           PIC X(30)
002370         VALUE "REVAL CEP OUT OF RANGE".
002380
002390*---------------------------------------------------------------*
002400*    CASE-CONVERSION TABLES -- USED ONLY TO UPPERCASE THE STATE *
002410*    CODE FOR THE TABLE COMPARE, THE WAY CONVERT6 DOES.         *
002420*---------------------------------------------------------------*
002430 01  WS-LOWER-ALPHA                PIC X(26)
002440         VALUE "abcdefghijklmnopqrstuvwxyz".
002450 01  WS-UPPER-ALPHA                PIC X(26)
002460         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002470
002480*---------------------------------------------------------------*
002490*    REPORT WORK AREAS                                          *
002500*---------------------------------------------------------------*
002510 01  WS-COUNT-ED                   PIC Z,ZZZ,ZZZ,ZZ9.
002520 01  WS-COL1-ED                    PIC ZZZ,ZZZ,ZZ9.
002530 01  WS-COL2-ED                    PIC ZZZ,ZZZ,ZZ9.
002540 01  WS-COL3-ED                    PIC ZZZ,ZZZ,ZZ9.
002550 01  WS-COL4-ED                    PIC ZZZ,ZZZ,ZZ9.
002560 01  WS-COL5-ED                    PIC ZZZ,ZZZ,ZZ9.
002570 01  WS-COL6-ED                    PIC ZZZ,ZZZ,ZZ9.
002580
002590 PROCEDURE DIVISION.
002600
002610******************************************************************
002620*    0000-MAINLINE                                               *
002630******************************************************************
002640 0000-MAINLINE.
002650
002660     PERFORM 1000-INITIALIZE
002670         THRU 1000-EXIT.
002680
002690     PERFORM 2000-CHECK-MASTER
002700         THRU 2000-EXIT
002710         UNTIL WS-END-OF-FILE.
002720
002730     PERFORM 9000-TERMINATE
002740         THRU 9000-EXIT.
002750
002760     STOP RUN.
002770
002780******************************************************************
002790*    1000-INITIALIZE -- LOAD THE TABLES, OPEN FILES              *
002800******************************************************************
002810 1000-INITIALIZE.
002820
002830     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002840
002850     PERFORM 1600-LOAD-STATE-TABLE
002860         THRU 1600-EXIT.
002870
002880     PERFORM 1680-LOAD-CEP-TABLE
002890         THRU 1680-EXIT.
002900
002910     OPEN INPUT MASTFILE.
002920     IF WS-MASTFILE-STATUS NOT = "00"
002930         DISPLAY
002940             "CNVREVAL - UNABLE TO OPEN MASTFILE - STATUS "
002950             WS-MASTFILE-STATUS
002960         MOVE 16 TO RETURN-CODE
002970         STOP RUN
002980     END-IF.
002990
003000     PERFORM 1970-OPEN-EXCPTRK
003010         THRU 1970-EXIT.
003020
003030     OPEN OUTPUT EXCPFILE.
003040     IF WS-EXCPFILE-STATUS NOT = "00"
003050         DISPLAY
003060             "CNVREVAL - UNABLE TO OPEN REVEXCP - STATUS "
003070             WS-EXCPFILE-STATUS
003080         MOVE 16 TO RETURN-CODE
003090         STOP RUN
003100     END-IF.
003110
003120     OPEN OUTPUT RPTFILE.
003130     IF WS-RPTFILE-STATUS NOT = "00"
003140         DISPLAY
003150             "CNVREVAL - UNABLE TO OPEN RPTFILE - STATUS "
003160             WS-RPTFILE-STATUS
003170         MOVE 16 TO RETURN-CODE
003180         STOP RUN
003190     END-IF.
003200
003210 1000-EXIT.
003220     EXIT.
003230
003240******************************************************************
003250*    1600-LOAD-STATE-TABLE -- SAME TABLE FILE AND RULES AS       *
003260*                             CONVERT6: ONE CODE PER LINE IN     *
003270*                             COLUMNS 1-2, '*' COMMENTS AND      *
003280*                             BLANK LINES IGNORED, MISSING OR    *
003290*                             EMPTY TABLE FATAL.                 *
003300******************************************************************
003310 1600-LOAD-STATE-TABLE.
003320
003330     OPEN INPUT STATEFILE.
003340     IF WS-STATEFILE-STATUS NOT = "00"
003350         DISPLAY
003360             "CNVREVAL - UNABLE TO OPEN STATETAB - STATUS "
003370             WS-STATEFILE-STATUS
003380         MOVE 16 TO RETURN-CODE
003390         STOP RUN
003400     END-IF.
003410
003420     MOVE "N" TO WS-EOF-SWITCH.
003430     PERFORM 1610-LOAD-ONE-STATE
003440         THRU 1610-EXIT
003450         UNTIL WS-END-OF-FILE.
003460
003470     CLOSE STATEFILE.
003480     MOVE "N" TO WS-EOF-SWITCH.
003490
003500     IF WS-STATE-COUNT = ZERO
003510         DISPLAY
003520             "CNVREVAL - STATE TABLE LOADED EMPTY FROM STATETAB"
003530         MOVE 16 TO RETURN-CODE
003540         STOP RUN
003550     END-IF.
003560
003570 1600-EXIT.
003580     EXIT.
003590
003600 1610-LOAD-ONE-STATE.
003610
003620     READ STATEFILE
003630         AT END
003640             MOVE "Y" TO WS-EOF-SWITCH
003650             GO TO 1610-EXIT
003660     END-READ.
003670
003680     IF STATE-RECORD = SPACES
003690      OR STATE-RECORD (1:1) = "*"
003700         GO TO 1610-EXIT
003710     END-IF.
003720
003730     IF WS-STATE-COUNT >= 100
003740         DISPLAY
003750             "CNVREVAL - STATE TABLE FULL - RAISE THE LIMIT"
003760         MOVE 16 TO RETURN-CODE
003770         STOP RUN
003780     END-IF.
003790
003800     ADD 1 TO WS-STATE-COUNT.
003810     SET WS-STATE-IDX TO WS-STATE-COUNT.
003820     MOVE STATE-REC-CODE TO WS-STATE-CODE (WS-STATE-IDX).
003830
003840 1610-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880*    1680-LOAD-CEP-TABLE -- SAME TABLE FILE AND RULES AS         *
003890*                           CONVERT6: STATE IN COLUMNS 1-2, LOW  *
003900*                           CEP IN 4-11, HIGH CEP IN 13-20; '*'  *
003910*                           COMMENTS AND BLANK LINES IGNORED;    *
003920*                           MISSING, EMPTY OR MALFORMED TABLE    *
003930*                           FATAL.                               *
003940******************************************************************
003950 1680-LOAD-CEP-TABLE.
003960
003970     OPEN INPUT CEPFILE.
003980     IF WS-CEPFILE-STATUS NOT = "00"
003990         DISPLAY
004000             "CNVREVAL - UNABLE TO OPEN CEPTAB - STATUS "
004010             WS-CEPFILE-STATUS
004020         MOVE 16 TO RETURN-CODE
004030         STOP RUN
004040     END-IF.
004050
004060     MOVE "N" TO WS-EOF-SWITCH.
004070     PERFORM 1690-LOAD-ONE-CEP-RANGE
004080         THRU 1690-EXIT
004090         UNTIL WS-END-OF-FILE.
004100
004110     CLOSE CEPFILE.
004120     MOVE "N" TO WS-EOF-SWITCH.
004130
004140     IF WS-CEP-COUNT = ZERO
004150         DISPLAY
004160             "CNVREVAL - CEP TABLE LOADED EMPTY FROM CEPTAB"
004170         MOVE 16 TO RETURN-CODE
004180         STOP RUN
004190     END-IF.
004200
004210 1680-EXIT.
004220     EXIT.
004230
004240 1690-LOAD-ONE-CEP-RANGE.
004250
004260     READ CEPFILE
004270         AT END
004280             MOVE "Y" TO WS-EOF-SWITCH
004290             GO TO 1690-EXIT
004300     END-READ.
004310
004320     IF CEP-RECORD = SPACES
004330      OR CEP-RECORD (1:1) = "*"
004340         GO TO 1690-EXIT
004350     END-IF.
004360
004370     IF CEP-REC-LOW NOT NUMERIC
004380      OR CEP-REC-HIGH NOT NUMERIC
004390         DISPLAY
004400             "CNVREVAL - BAD CEPTAB LINE FOR STATE "
004410             CEP-REC-STATE
004420         MOVE 16 TO RETURN-CODE
004430         STOP RUN
004440     END-IF.
004450
004460     IF WS-CEP-COUNT >= 100
004470         DISPLAY
004480             "CNVREVAL - CEP TABLE FULL - RAISE THE LIMIT"
004490         MOVE 16 TO RETURN-CODE
004500         STOP RUN
004510     END-IF.
004520
004530     ADD 1 TO WS-CEP-COUNT.
004540     SET WS-CEP-IDX TO WS-CEP-COUNT.
004550     MOVE CEP-REC-STATE TO WS-CEP-STATE (WS-CEP-IDX).
004560     MOVE CEP-REC-LOW   TO WS-CEP-LOW (WS-CEP-IDX).
004570     MOVE CEP-REC-HIGH  TO WS-CEP-HIGH (WS-CEP-IDX).
004580
004590 1690-EXIT.
004600     EXIT.
004610
004620******************************************************************
004630*    1970-OPEN-EXCPTRK -- OPEN THE PERSISTENT EXCEPTION-TRACKING *
004640*                          FILE FOR I-O.  A STATUS 35 MEANS NO   *
004650*                          RUN HAS TRACKED ANYTHING YET -- CREATE*
004660*                          THE EMPTY FILE, THEN REOPEN IT, THE   *
004670*                          SAME WAY CONVERT6 DOES.               *
004680******************************************************************
004690 1970-OPEN-EXCPTRK.
004700
004710     OPEN I-O EXCPTRK.
004720
004730     IF WS-EXCPTRK-STATUS = "35"
004740         OPEN OUTPUT EXCPTRK
004750         IF WS-EXCPTRK-STATUS = "00"
004760             CLOSE EXCPTRK
004770             OPEN I-O EXCPTRK
004780         END-IF
004790     END-IF.
004800
004810     IF WS-EXCPTRK-STATUS NOT = "00"
004820         DISPLAY
004830             "CNVREVAL - UNABLE TO OPEN EXCPTRK - STATUS "
004840             WS-EXCPTRK-STATUS
004850         MOVE 16 TO RETURN-CODE
004860         STOP RUN
004870     END-IF.
004880
004890 1970-EXIT.
004900     EXIT.
004910
004920******************************************************************
004930*    2000-CHECK-MASTER -- RE-EDIT ONE MASTER RECORD              *
004940******************************************************************
004950 2000-CHECK-MASTER.
004960
004970     READ MASTFILE NEXT RECORD
004980         AT END
004990             MOVE "Y" TO WS-EOF-SWITCH
005000             GO TO 2000-EXIT
005010     END-READ.
005020
005030     IF WS-MASTFILE-STATUS NOT = "00"
005040         DISPLAY
005050             "CNVREVAL - UNABLE TO READ MASTFILE - STATUS "
005060             WS-MASTFILE-STATUS
005070         MOVE 16 TO RETURN-CODE
005080         STOP RUN
005090     END-IF.
005100
005110     ADD 1 TO WS-MASTER-COUNT.
005120     MOVE "Y"    TO WS-VALID-RECORD-SWITCH.
005130     MOVE SPACES TO WS-EXCEPTION-REASON.
005140
005150     PERFORM 2130-CHECK-STATE
005160         THRU 2130-EXIT.
005170
005180     IF WS-RECORD-IS-VALID
005190         PERFORM 2135-CHECK-CEP
005200             THRU 2135-EXIT
005210     END-IF.
005220
005230     PERFORM 2400-FIND-SUMMARY
005240         THRU 2400-EXIT.
005250     ADD 1 TO WS-SUM-CHECKED (WS-SUM-IDX).
005260
005270     IF WS-RECORD-IS-VALID
005280         ADD 1 TO WS-PASSED-COUNT
005290         PERFORM 2260-CLEAR-TRACKING
005300             THRU 2260-EXIT
005310         GO TO 2000-EXIT
005320     END-IF.
005330
005340     ADD 1 TO WS-FAILED-COUNT.
005350     ADD 1 TO WS-SUM-FAILED (WS-SUM-IDX).
005360     EVALUATE WS-EXCEPTION-REASON
005370         WHEN WS-REASON-BAD-STATE
005380             ADD 1 TO WS-SUM-BAD-STATE (WS-SUM-IDX)
005390             ADD 1 TO WS-TOT-BAD-STATE
005400         WHEN WS-REASON-BAD-CEP
005410             ADD 1 TO WS-SUM-BAD-CEP (WS-SUM-IDX)
005420             ADD 1 TO WS-TOT-BAD-CEP
005430         WHEN WS-REASON-NO-RANGE
005440             ADD 1 TO WS-SUM-NO-RANGE (WS-SUM-IDX)
005450             ADD 1 TO WS-TOT-NO-RANGE
005460         WHEN OTHER
005470             ADD 1 TO WS-SUM-OUT-RANGE (WS-SUM-IDX)
005480             ADD 1 TO WS-TOT-OUT-RANGE
005490     END-EVALUATE.
005500
005510     PERFORM 2200-WRITE-EXCEPTION
005520         THRU 2200-EXIT.
005530
005540     PERFORM 2250-TRACK-EXCEPTION
005550         THRU 2250-EXIT.
005560
005570 2000-EXIT.
005580     EXIT.
005590
005600******************************************************************
005610*    2130-CHECK-STATE -- EDIT THE STATE CODE AGAINST THE LOADED  *
005620*                         REFERENCE TABLE, ON AN UPPERCASED COPY *
005630*                         AS CONVERT6 DOES.                      *
005640******************************************************************
005650 2130-CHECK-STATE.
005660
005670     MOVE MST-STATE TO WS-STATE-WORK.
005680     INSPECT WS-STATE-WORK
005690         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
005700
005710     MOVE "N" TO WS-STATE-FOUND-SWITCH.
005720     SET WS-STATE-IDX TO 1.
005730     SEARCH WS-STATE-CODE
005740         AT END
005750             CONTINUE
005760         WHEN WS-STATE-IDX > WS-STATE-COUNT
005770             CONTINUE
005780         WHEN WS-STATE-CODE (WS-STATE-IDX) = WS-STATE-WORK
005790             MOVE "Y" TO WS-STATE-FOUND-SWITCH
005800     END-SEARCH.
005810
005820     IF NOT WS-STATE-ON-TABLE
005830         MOVE "N" TO WS-VALID-RECORD-SWITCH
005840         MOVE WS-REASON-BAD-STATE TO WS-EXCEPTION-REASON
005850     END-IF.
005860
005870 2130-EXIT.
005880     EXIT.
005890
005900******************************************************************
005910*    2135-CHECK-CEP -- EDIT A SUPPLIED CEP AGAINST THE RANGE FOR *
005920*                      THE RECORD'S STATE.  A BLANK CEP PASSES;  *
005930*                      A NON-BLANK CEP MUST BE NUMERIC AND       *
005940*                      INSIDE THE STATE'S TABLED RANGE.  USES THE*
005950*                      UPPERCASED STATE CODE 2130 LEFT IN        *
005960*                      WS-STATE-WORK.                            *
005970******************************************************************
005980 2135-CHECK-CEP.
005990
006000     IF MST-CEP = SPACES
006010         GO TO 2135-EXIT
006020     END-IF.
006030
006040     IF MST-CEP NOT NUMERIC
006050         MOVE "N" TO WS-VALID-RECORD-SWITCH
006060         MOVE WS-REASON-BAD-CEP TO WS-EXCEPTION-REASON
006070         GO TO 2135-EXIT
006080     END-IF.
006090
006100     MOVE MST-CEP TO WS-CEP-WORK.
006110
006120     MOVE "N" TO WS-CEP-FOUND-SWITCH.
006130     SET WS-CEP-IDX TO 1.
006140     SEARCH WS-CEP-ENTRY
006150         AT END
006160             CONTINUE
006170         WHEN WS-CEP-IDX > WS-CEP-COUNT
006180             CONTINUE
006190         WHEN WS-CEP-STATE (WS-CEP-IDX) = WS-STATE-WORK
006200             MOVE "Y" TO WS-CEP-FOUND-SWITCH
006210     END-SEARCH.
006220
006230     IF NOT WS-CEP-STATE-ON-TABLE
006240         MOVE "N" TO WS-VALID-RECORD-SWITCH
006250         MOVE WS-REASON-NO-RANGE TO WS-EXCEPTION-REASON
006260         GO TO 2135-EXIT
006270     END-IF.
006280
006290     IF WS-CEP-WORK < WS-CEP-LOW (WS-CEP-IDX)
006300      OR WS-CEP-WORK > WS-CEP-HIGH (WS-CEP-IDX)
006310         MOVE "N" TO WS-VALID-RECORD-SWITCH
006320         MOVE WS-REASON-OUT-RANGE TO WS-EXCEPTION-REASON
006330     END-IF.
006340
006350 2135-EXIT.
006360     EXIT.
006370
006380******************************************************************
006390*    2200-WRITE-EXCEPTION -- ONE EXCPREC LINE FOR CNVRECYC.  THE *
006400*                            RECORD NUMBER IS THE ACCOUNT NUMBER *
006410*                            AND THE ORIGINAL DATA IS THE MASTER *
006420*                            IMAGE, WHOSE FIRST 100 BYTES ARE THE*
006430*                            CUSTREC LAYOUT.                     *
006440******************************************************************
006450 2200-WRITE-EXCEPTION.
006460
006470     MOVE SPACES              TO EXCP-RECORD.
006480     MOVE MST-ACCOUNT-NO      TO EXCP-RECORD-NO.
006490     MOVE WS-EXCEPTION-REASON TO EXCP-REASON.
006500     MOVE MST-CUSTOMER-RECORD (1:100)
006510                              TO EXCP-ORIGINAL-DATA.
006520     MOVE ZERO                TO EXCP-RECYCLE-COUNT.
006530
006540     WRITE EXCP-RECORD.
006550     IF WS-EXCPFILE-STATUS NOT = "00"
006560         DISPLAY
006570             "CNVREVAL - UNABLE TO WRITE REVEXCP - STATUS "
006580             WS-EXCPFILE-STATUS
006590         MOVE 16 TO RETURN-CODE
006600         STOP RUN
006610     END-IF.
006620
006630     ADD 1 TO WS-EXCP-WRITTEN-COUNT.
006640
006650 2200-EXIT.
006660     EXIT.
006670
006680******************************************************************
006690*    2250-TRACK-EXCEPTION -- OPEN OR UPDATE THE ACCOUNT'S ENTRY  *
006700*                            ON THE EXCEPTION-TRACKING FILE BY   *
006710*                            THE CONVERT6 RULES -- A CLOSED ENTRY*
006720*                            STARTS A NEW EPISODE, AN OPEN ONE   *
006730*                            COUNTS ONE MORE BOUNCE, AND THE     *
006740*                            REASON HISTORY CARRIES FORWARD.     *
006750******************************************************************
006760 2250-TRACK-EXCEPTION.
006770
006780     MOVE MST-ACCOUNT-NO TO ETK-ACCOUNT-NO.
006790     READ EXCPTRK.
006800
006810     IF WS-EXCPTRK-STATUS = "23"
006820         MOVE SPACES          TO ETK-RECORD
006830         MOVE MST-ACCOUNT-NO  TO ETK-ACCOUNT-NO
006840         MOVE "O"             TO ETK-STATUS
006850         MOVE WS-CURRENT-DATE TO ETK-FIRST-DATE
006860         MOVE WS-CURRENT-DATE TO ETK-LAST-DATE
006870         MOVE ZERO            TO ETK-CLOSED-DATE
006880         MOVE ZERO            TO ETK-BOUNCE-COUNT
006890         MOVE WS-EXCEPTION-REASON TO ETK-LAST-REASON
006900         MOVE SPACES          TO ETK-PRIOR-REASON (1)
006910         MOVE SPACES          TO ETK-PRIOR-REASON (2)
006920         MOVE SPACES          TO ETK-PRIOR-REASON (3)
006930         WRITE ETK-RECORD
006940         IF WS-EXCPTRK-STATUS NOT = "00"
006950             DISPLAY
006960                 "CNVREVAL - UNABLE TO WRITE EXCPTRK - STATUS "
006970                 WS-EXCPTRK-STATUS
006980             MOVE 16 TO RETURN-CODE
006990             STOP RUN
007000         END-IF
007010         ADD 1 TO WS-TRACK-NEW-COUNT
007020         GO TO 2250-EXIT
007030     END-IF.
007040
007050     IF WS-EXCPTRK-STATUS NOT = "00"
007060         DISPLAY
007070             "CNVREVAL - UNABLE TO READ EXCPTRK - STATUS "
007080             WS-EXCPTRK-STATUS
007090         MOVE 16 TO RETURN-CODE
007100         STOP RUN
007110     END-IF.
007120
007130     IF ETK-CLOSED
007140         MOVE WS-CURRENT-DATE TO ETK-FIRST-DATE
007150         MOVE ZERO            TO ETK-CLOSED-DATE
007160         MOVE ZERO            TO ETK-BOUNCE-COUNT
007170         ADD 1 TO WS-TRACK-REOPEN-COUNT
007180     ELSE
007190         ADD 1 TO ETK-BOUNCE-COUNT
007200         ADD 1 TO WS-TRACK-UPDATE-COUNT
007210     END-IF.
007220
007230     MOVE "O" TO ETK-STATUS.
007240     MOVE WS-CURRENT-DATE TO ETK-LAST-DATE.
007250
007260     IF WS-EXCEPTION-REASON NOT = ETK-LAST-REASON
007270         MOVE ETK-PRIOR-REASON (2) TO ETK-PRIOR-REASON (3)
007280         MOVE ETK-PRIOR-REASON (1) TO ETK-PRIOR-REASON (2)
007290         MOVE ETK-LAST-REASON      TO ETK-PRIOR-REASON (1)
007300         MOVE WS-EXCEPTION-REASON  TO ETK-LAST-REASON
007310     END-IF.
007320
007330     REWRITE ETK-RECORD.
007340     IF WS-EXCPTRK-STATUS NOT = "00"
007350         DISPLAY
007360             "CNVREVAL - UNABLE TO REWRITE EXCPTRK - STATUS "
007370             WS-EXCPTRK-STATUS
007380         MOVE 16 TO RETURN-CODE
007390         STOP RUN
007400     END-IF.
007410
007420 2250-EXIT.
007430     EXIT.
007440
007450******************************************************************
007460*    2260-CLEAR-TRACKING -- THE RECORD PASSED.  CLOSE THE        *
007470*                           ACCOUNT'S TRACKING ENTRY IF IT IS    *
007480*                           OPEN ON A REVALIDATION REASON; AN    *
007490*                           OPEN FEED REJECT IS LEFT ALONE.      *
007500******************************************************************
007510 2260-CLEAR-TRACKING.
007520
007530     MOVE MST-ACCOUNT-NO TO ETK-ACCOUNT-NO.
007540     READ EXCPTRK.
007550
007560     IF WS-EXCPTRK-STATUS = "23"
007570         GO TO 2260-EXIT
007580     END-IF.
007590
007600     IF WS-EXCPTRK-STATUS NOT = "00"
007610         DISPLAY
007620             "CNVREVAL - UNABLE TO READ EXCPTRK - STATUS "
007630             WS-EXCPTRK-STATUS
007640         MOVE 16 TO RETURN-CODE
007650         STOP RUN
007660     END-IF.
007670
007680     IF NOT ETK-OPEN
007690      OR ETK-LAST-REASON (1:6) NOT = WS-REVAL-PREFIX
007700         GO TO 2260-EXIT
007710     END-IF.
007720
007730     MOVE "C" TO ETK-STATUS.
007740     MOVE WS-CURRENT-DATE TO ETK-CLOSED-DATE.
007750
007760     REWRITE ETK-RECORD.
007770     IF WS-EXCPTRK-STATUS NOT = "00"
007780         DISPLAY
007790             "CNVREVAL - UNABLE TO REWRITE EXCPTRK - STATUS "
007800             WS-EXCPTRK-STATUS
007810         MOVE 16 TO RETURN-CODE
007820         STOP RUN
007830     END-IF.
007840
007850     ADD 1 TO WS-TRACK-CLOSE-COUNT.
007860
007870 2260-EXIT.
007880     EXIT.
007890
007900******************************************************************
007910*    2400-FIND-SUMMARY -- POINT WS-SUM-IDX AT THE SUMMARY ENTRY  *
007920*                         FOR THE RECORD'S (UPPERCASED) STATE,   *
007930*                         INSERTING A NEW ENTRY IN CODE ORDER    *
007940*                         THE FIRST TIME A CODE IS SEEN.         *
007950******************************************************************
007960 2400-FIND-SUMMARY.
007970
007980     MOVE "N" TO WS-SUM-FOUND-SWITCH.
007990     SET WS-SUM-IDX TO 1.
008000     SEARCH WS-SUM-ENTRY
008010         AT END
008020             CONTINUE
008030         WHEN WS-SUM-IDX > WS-SUM-COUNT
008040             CONTINUE
008050         WHEN WS-SUM-STATE (WS-SUM-IDX) = WS-STATE-WORK
008060             MOVE "Y" TO WS-SUM-FOUND-SWITCH
008070         WHEN WS-SUM-STATE (WS-SUM-IDX) > WS-STATE-WORK
008080             CONTINUE
008090     END-SEARCH.
008100
008110     IF WS-SUM-ENTRY-FOUND
008120         GO TO 2400-EXIT
008130     END-IF.
008140
008150     IF WS-SUM-COUNT >= 200
008160      AND WS-STATE-WORK NOT = "**"
008170         MOVE "**" TO WS-STATE-WORK
008180         GO TO 2400-FIND-SUMMARY
008190     END-IF.
008200
008210*    NOT FOUND -- WS-SUM-IDX IS THE INSERT POINT (THE FIRST CODE
008220*    ABOVE THIS ONE, OR ONE PAST THE LAST ENTRY).  OPEN THE SLOT
008230*    BY MOVING THE HIGHER ENTRIES UP ONE.
008240     PERFORM 2410-SHIFT-SUMMARY-UP
008250         THRU 2410-EXIT
008260         VARYING WS-SUM-SHIFT FROM WS-SUM-COUNT BY -1
008270         UNTIL WS-SUM-SHIFT < WS-SUM-IDX.
008280
008290     ADD 1 TO WS-SUM-COUNT.
008300     MOVE WS-STATE-WORK TO WS-SUM-STATE (WS-SUM-IDX).
008310     MOVE ZERO TO WS-SUM-CHECKED (WS-SUM-IDX)
008320                  WS-SUM-BAD-STATE (WS-SUM-IDX)
008330                  WS-SUM-BAD-CEP (WS-SUM-IDX)
008340                  WS-SUM-NO-RANGE (WS-SUM-IDX)
008350                  WS-SUM-OUT-RANGE (WS-SUM-IDX)
008360                  WS-SUM-FAILED (WS-SUM-IDX).
008370
008380 2400-EXIT.
008390     EXIT.
008400
008410 2410-SHIFT-SUMMARY-UP.
008420
008430     MOVE WS-SUM-ENTRY (WS-SUM-SHIFT)
008440         TO WS-SUM-ENTRY (WS-SUM-SHIFT + 1).
008450
008460 2410-EXIT.
008470     EXIT.
008480
008490******************************************************************
008500*    9000-TERMINATE -- CLOSE FILES, REPORT, CONDITION CODE       *
008510******************************************************************
008520 9000-TERMINATE.
008530
008540     CLOSE MASTFILE.
008550     CLOSE EXCPTRK.
008560     CLOSE EXCPFILE.
008570
008580     PERFORM 9100-WRITE-REPORT
008590         THRU 9100-EXIT.
008600
008610     CLOSE RPTFILE.
008620
008630     IF WS-FAILED-COUNT > ZERO
008640         MOVE 4 TO RETURN-CODE
008650     ELSE
008660         MOVE 0 TO RETURN-CODE
008670     END-IF.
008680
008690 9000-EXIT.
008700     EXIT.
008710
008720******************************************************************
008730*    9100-WRITE-REPORT -- FAILURES BY STATE, THEN SWEEP TOTALS   *
008740******************************************************************
008750 9100-WRITE-REPORT.
008760
008770     MOVE "CNVREVAL - CUSTOMER MASTER REVALIDATION REPORT"
008780         TO RPT-RECORD.
008790     WRITE RPT-RECORD.
008800
008810     MOVE SPACES TO RPT-RECORD.
008820     STRING "RUN DATE ...................... " WS-CURRENT-DATE
008830         DELIMITED BY SIZE INTO RPT-RECORD.
008840     WRITE RPT-RECORD.
008850
008860     MOVE WS-STATE-COUNT TO WS-COUNT-ED.
008870     MOVE SPACES TO RPT-RECORD.
008880     STRING "STATE CODES ON STATETAB ....... " WS-COUNT-ED
008890         DELIMITED BY SIZE INTO RPT-RECORD.
008900     WRITE RPT-RECORD.
008910
008920     MOVE WS-CEP-COUNT TO WS-COUNT-ED.
008930     MOVE SPACES TO RPT-RECORD.
008940     STRING "CEP RANGES ON CEPTAB .......... " WS-COUNT-ED
008950         DELIMITED BY SIZE INTO RPT-RECORD.
008960     WRITE RPT-RECORD.
008970
008980     MOVE SPACES TO RPT-RECORD.
008990     WRITE RPT-RECORD.
009000
009010     MOVE "FAILURES BY STATE CODE AS ON THE MASTER" TO RPT-RECORD.
009020     WRITE RPT-RECORD.
009030
009040     MOVE SPACES TO RPT-RECORD.
009050     WRITE RPT-RECORD.
009060
009070     MOVE SPACES TO RPT-RECORD.
009080     STRING "STATE" "    CHECKED" "  BAD STATE" "    BAD CEP"
009090            "   NO RANGE" "  OUT RANGE" "     FAILED"
009100         DELIMITED BY SIZE INTO RPT-RECORD.
009110     WRITE RPT-RECORD.
009120
009130     IF WS-FAILED-COUNT = ZERO
009140         MOVE "  (NONE -- EVERY MASTER RECORD PASSED)"
009150             TO RPT-RECORD
009160         WRITE RPT-RECORD
009170     ELSE
009180         PERFORM 9150-WRITE-STATE-LINE
009190             THRU 9150-EXIT
009200             VARYING WS-SUM-IDX FROM 1 BY 1
009210             UNTIL WS-SUM-IDX > WS-SUM-COUNT
009220     END-IF.
009230
009240     MOVE WS-MASTER-COUNT  TO WS-COL1-ED.
009250     MOVE WS-TOT-BAD-STATE TO WS-COL2-ED.
009260     MOVE WS-TOT-BAD-CEP   TO WS-COL3-ED.
009270     MOVE WS-TOT-NO-RANGE  TO WS-COL4-ED.
009280     MOVE WS-TOT-OUT-RANGE TO WS-COL5-ED.
009290     MOVE WS-FAILED-COUNT  TO WS-COL6-ED.
009300     MOVE SPACES TO RPT-RECORD.
009310     STRING "ALL  "    WS-COL1-ED WS-COL2-ED WS-COL3-ED
009320            WS-COL4-ED WS-COL5-ED WS-COL6-ED
009330         DELIMITED BY SIZE INTO RPT-RECORD.
009340     WRITE RPT-RECORD.
009350
009360     MOVE SPACES TO RPT-RECORD.
009370     WRITE RPT-RECORD.
009380
009390     MOVE WS-MASTER-COUNT TO WS-COUNT-ED.
009400     MOVE SPACES TO RPT-RECORD.
009410     STRING "MASTER RECORDS CHECKED ........ " WS-COUNT-ED
009420         DELIMITED BY SIZE INTO RPT-RECORD.
009430     WRITE RPT-RECORD.
009440
009450     MOVE WS-PASSED-COUNT TO WS-COUNT-ED.
009460     MOVE SPACES TO RPT-RECORD.
009470     STRING "PASSED ........................ " WS-COUNT-ED
009480         DELIMITED BY SIZE INTO RPT-RECORD.
009490     WRITE RPT-RECORD.
009500
009510     MOVE WS-FAILED-COUNT TO WS-COUNT-ED.
009520     MOVE SPACES TO RPT-RECORD.
009530     STRING "FAILED ........................ " WS-COUNT-ED
009540         DELIMITED BY SIZE INTO RPT-RECORD.
009550     WRITE RPT-RECORD.
009560
009570     MOVE WS-EXCP-WRITTEN-COUNT TO WS-COUNT-ED.
009580     MOVE SPACES TO RPT-RECORD.
009590     STRING "WRITTEN TO REVEXCP ............ " WS-COUNT-ED
009600         DELIMITED BY SIZE INTO RPT-RECORD.
009610     WRITE RPT-RECORD.
009620
009630     MOVE WS-TRACK-NEW-COUNT TO WS-COUNT-ED.
009640     MOVE SPACES TO RPT-RECORD.
009650     STRING "TRACKING ENTRIES OPENED ....... " WS-COUNT-ED
009660         DELIMITED BY SIZE INTO RPT-RECORD.
009670     WRITE RPT-RECORD.
009680
009690     MOVE WS-TRACK-REOPEN-COUNT TO WS-COUNT-ED.
009700     MOVE SPACES TO RPT-RECORD.
009710     STRING "TRACKING ENTRIES REOPENED ..... " WS-COUNT-ED
009720         DELIMITED BY SIZE INTO RPT-RECORD.
009730     WRITE RPT-RECORD.
009740
009750     MOVE WS-TRACK-UPDATE-COUNT TO WS-COUNT-ED.
009760     MOVE SPACES TO RPT-RECORD.
009770     STRING "OPEN ENTRIES BOUNCED AGAIN .... " WS-COUNT-ED
009780         DELIMITED BY SIZE INTO RPT-RECORD.
009790     WRITE RPT-RECORD.
009800
009810     MOVE WS-TRACK-CLOSE-COUNT TO WS-COUNT-ED.
009820     MOVE SPACES TO RPT-RECORD.
009830     STRING "REVALIDATION ENTRIES CLOSED ... " WS-COUNT-ED
009840         DELIMITED BY SIZE INTO RPT-RECORD.
009850     WRITE RPT-RECORD.
009860
009870 9100-EXIT.
009880     EXIT.
009890
009900******************************************************************
009910*    9150-WRITE-STATE-LINE -- ONE LINE PER STATE CODE WITH ANY   *
009920*                             FAILURE                            *
009930******************************************************************
009940 9150-WRITE-STATE-LINE.
009950
009960     IF WS-SUM-FAILED (WS-SUM-IDX) = ZERO
009970         GO TO 9150-EXIT
009980     END-IF.
009990
010000     MOVE WS-SUM-CHECKED (WS-SUM-IDX)   TO WS-COL1-ED.
010010     MOVE WS-SUM-BAD-STATE (WS-SUM-IDX) TO WS-COL2-ED.
010020     MOVE WS-SUM-BAD-CEP (WS-SUM-IDX)   TO WS-COL3-ED.
010030     MOVE WS-SUM-NO-RANGE (WS-SUM-IDX)  TO WS-COL4-ED.
010040     MOVE WS-SUM-OUT-RANGE (WS-SUM-IDX) TO WS-COL5-ED.
010050     MOVE WS-SUM-FAILED (WS-SUM-IDX)    TO WS-COL6-ED.
010060     MOVE SPACES TO RPT-RECORD.
010070     STRING " "        WS-SUM-STATE (WS-SUM-IDX) "  "
010080            WS-COL1-ED WS-COL2-ED WS-COL3-ED
010090            WS-COL4-ED WS-COL5-ED WS-COL6-ED
010100         DELIMITED BY SIZE INTO RPT-RECORD.
010110     WRITE RPT-RECORD.
010120
010130 9150-EXIT.
010140     EXIT.
