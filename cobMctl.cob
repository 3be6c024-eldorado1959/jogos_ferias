000010******************************************************************
000020*  PROGRAM:   CNVMCTL
000030*  FILE:      cobMctl.cob
000040*
000050*  AUTHOR:    J. L. MOREIRA -- DATA CONVERSION GROUP
000060*  INSTALLATION: JOGOS DE FERIAS BATCH SERVICES
000070*  DATE-WRITTEN: 2026-10-15
000080*  DATE-COMPILED:
000090*
000100*  PURPOSE.
000110*      CUSTOMER MASTER CONTROL PROOF.  CNVRECON BALANCES ONE
000120*      NIGHT'S FEED; THIS SWEEP PROVES THE MASTER ITSELF IS
000130*      WHOLE.  THE MASTER CONTROL RECORD (MSTCTL DD, LAYOUT
000140*      MCTLREC) CARRIES THE RECORD COUNT AND ACCOUNT-NUMBER
000150*      HASH TOTAL LAST PROVEN ON THE MASTER, AND EVERY PROGRAM
000160*      THAT WRITES THE MASTER (CONVERT6, CNVMAINT, CNVJREST,
000170*      CNVRETSP) ROLLS ITS ADDS AND DELETES INTO IT.  THE
000180*      PROGRAM READS THE WHOLE MASTER (MASTFILE DD) IN KEY
000190*      ORDER, COUNTS IT AND HASHES IT, AND PROVES --
000200*          PROVEN + ADDS - DELETES = ACTUAL
000210*      FOR THE RECORD COUNT AND FOR THE HASH TOTAL.
000220*
000230*      IN BALANCE, THE ACTUAL TOTALS BECOME THE NEW PROVEN
000240*      TOTALS AND THE ADDS AND DELETES START AGAIN FROM ZERO
000250*      (RC=0).  OUT OF BALANCE, THE CONTROL RECORD IS LEFT
000260*      EXACTLY AS IT WAS, SO THE DIFFERENCE KEEPS SHOWING UNTIL
000270*      SOMEONE ACCOUNTS FOR IT, AND THE STEP ENDS RC=8.  A
000280*      CONTROL RECORD NEVER ESTABLISHED (NONE YET, OR A PROVEN
000290*      DATE OF ZERO) IS ESTABLISHED FROM THIS SWEEP, RC=4.
000300*
000310*      THE VERDICT IS APPENDED TO THE NIGHT-CONTROL DATASET
000320*      (NIGHTCTL DD, LAYOUT STATREC) AS A CNVMCTL LINE -- READ
000330*      COUNT = RECORDS ON THE MASTER, WRITTEN COUNT = RECORDS
000340*      EXPECTED, REJECT COUNT = THE DIFFERENCE -- SO CNVSGNOF
000350*      HOLDS DOWNSTREAM ON AN OUT-OF-BALANCE MASTER THE SAME
000360*      WAY IT HOLDS ON AN OUT-OF-BALANCE FEED.
000370*
000380*      OPERATING NOTE -- A CONVERT6 STEP RESTARTED FROM ITS
000390*      CHECKPOINT RE-APPLIES THE RECORDS PAST THE CHECKPOINT,
000400*      AND AN ADD OR CLOSURE THE FIRST ATTEMPT HAD ALREADY
000410*      APPLIED COMES BACK AS A CHANGE OR AN UNKNOWN ACCOUNT, SO
000420*      IT IS NOT ROLLED.  THE PROOF FOR SUCH A NIGHT SHOWS THE
000430*      DIFFERENCE; ONCE THE JOURNAL ENTRIES FOR THE RESTARTED
000440*      RUN ACCOUNT FOR IT, RE-ESTABLISH WITH PARM 'R'.
000450*
000460*      THE PARM IS POSITIONAL --
000470*          POSITION  1     PROOF MODE -- P = PROVE (DEFAULT),
000480*                          R = RE-ESTABLISH: TAKE THIS SWEEP'S
000490*                          TOTALS AS PROVEN WHATEVER THE
000500*                          CONTROL RECORD SAYS (AFTER AN
000510*                          OUT-OF-BALANCE NIGHT HAS BEEN
000520*                          INVESTIGATED AND SIGNED FOR), RC=4.
000530*
000540*  MODIFICATION HISTORY.
000550*  ---------------------------------------------------------------
000560*  DATE       INIT  DESCRIPTION
000570*  2026-10-15  JLM  ORIGINAL PROGRAM -- THE MASTER IS PROVEN
000580*                   WHOLE EVERY NIGHT, NOT ONLY THE FEEDS.
000590******************************************************************
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID.  CNVMCTL.
000620 AUTHOR.      J. L. MOREIRA.
000630 INSTALLATION. JOGOS DE FERIAS BATCH SERVICES.
000640 DATE-WRITTEN. 2026-10-15.
000650 DATE-COMPILED.
000660
000670 ENVIRONMENT DIVISION.
000680
000690 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.  GENERIC-PC.
000710 OBJECT-COMPUTER.  GENERIC-PC.
000720
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT MASTFILE
000760         ASSIGN TO "MASTFILE"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS SEQUENTIAL
000790         RECORD KEY IS MST-ACCOUNT-NO
000800         FILE STATUS IS WS-MASTFILE-STATUS.
000810
000820     SELECT MCTLFILE
000830         ASSIGN TO "MSTCTL"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-MCTLFILE-STATUS.
000860
000870     SELECT STATFILE
000880         ASSIGN TO "NIGHTCTL"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-STATFILE-STATUS.
000910
000920     SELECT RPTFILE
000930         ASSIGN TO "RPTFILE"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-RPTFILE-STATUS.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990
001000 FD  MASTFILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY MSTREC.
001030
001040 FD  MCTLFILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY MCTLREC.
001070
001080 FD  STATFILE
001090     LABEL RECORDS ARE STANDARD.
001100     COPY STATREC.
001110
001120 FD  RPTFILE
001130     LABEL RECORDS ARE STANDARD.
001140 01  RPT-RECORD                  PIC X(80).
001150
001160 WORKING-STORAGE SECTION.
001170
001180*---------------------------------------------------------------*
001190*    RUN-TIME PARAMETER -- PROOF MODE                           *
001200*---------------------------------------------------------------*
001210 01  WS-COMMAND-LINE              PIC X(01) VALUE SPACES.
001220 01  WS-COMMAND-LINE-X REDEFINES WS-COMMAND-LINE.
001230     05  CL-PROOF-MODE            PIC X(01).
001240         88  CL-MODE-PROVE               VALUE "P".
001250         88  CL-MODE-REESTABLISH         VALUE "R".
001260
001270*---------------------------------------------------------------*
001280*    FILE STATUS FIELDS                                         *
001290*---------------------------------------------------------------*
001300 77  WS-MASTFILE-STATUS            PIC X(02) VALUE "00".
001310 77  WS-MCTLFILE-STATUS            PIC X(02) VALUE "00".
001320 77  WS-STATFILE-STATUS            PIC X(02) VALUE "00".
001330 77  WS-RPTFILE-STATUS             PIC X(02) VALUE "00".
001340
001350*---------------------------------------------------------------*
001360*    SWITCHES                                                   *
001370*---------------------------------------------------------------*
001380 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
001390     88  WS-END-OF-FILE                   VALUE "Y".
001400 77  WS-ESTABLISHED-SWITCH         PIC X(01) VALUE "N".
001410     88  WS-CONTROL-ESTABLISHED           VALUE "Y".
001420 77  WS-VERDICT-SWITCH             PIC X(01) VALUE SPACE.
001430     88  WS-MASTER-IN-BALANCE             VALUE "Y".
001440     88  WS-MASTER-OUT-OF-BALANCE         VALUE "N".
001450     88  WS-MASTER-ESTABLISHED            VALUE "E".
001460     88  WS-MASTER-REESTABLISHED          VALUE "R".
001470
001480*---------------------------------------------------------------*
001490*    COUNTERS AND HASH TOTALS -- THE EXPECTED AND DIFFERENCE    *
001500*    FIELDS ARE SIGNED; A CONTROL RECORD GONE WRONG CAN DRIVE   *
001510*    THEM BELOW ZERO.                                           *
001520*---------------------------------------------------------------*
001530 77  WS-MASTER-COUNT               PIC 9(10) COMP VALUE ZERO.
001540 77  WS-MASTER-HASH                PIC 9(18) COMP VALUE ZERO.
001550 77  WS-EXPECTED-COUNT             PIC S9(10) COMP VALUE ZERO.
001560 77  WS-EXPECTED-HASH              PIC S9(18) COMP VALUE ZERO.
001570 77  WS-COUNT-DIFF                 PIC S9(10) COMP VALUE ZERO.
001580 77  WS-HASH-DIFF                  PIC S9(18) COMP VALUE ZERO.
001590 01  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
001600 01  WS-CURRENT-TIME               PIC 9(08) VALUE ZERO.
001610
001620*---------------------------------------------------------------*
001630*    REPORT WORK AREAS                                          *
001640*---------------------------------------------------------------*
001650 01  WS-COUNT-ED                   PIC Z,ZZZ,ZZZ,ZZ9.
001660 01  WS-DIFF-ED                    PIC -,---,---,--9.
001670 01  WS-HASH-ED                    PIC Z(17)9.
001680 01  WS-HASH-DIFF-ED               PIC -(18)9.
001690 01  WS-PROOF-LABEL                PIC X(25) VALUE SPACES.
001700
001710 PROCEDURE DIVISION.
001720
001730******************************************************************
001740*    0000-MAINLINE                                               *
001750******************************************************************
001760 0000-MAINLINE.
001770
001780     PERFORM 1000-INITIALIZE
001790         THRU 1000-EXIT.
001800
001810     PERFORM 2000-COUNT-MASTER
001820         THRU 2000-EXIT
001830         UNTIL WS-END-OF-FILE.
001840
001850     PERFORM 9000-TERMINATE
001860         THRU 9000-EXIT.
001870
001880     STOP RUN.
001890
001900******************************************************************
001910*    1000-INITIALIZE -- PARSE PARM, LOAD THE CONTROL RECORD,     *
001920*                       OPEN FILES                               *
001930******************************************************************
001940 1000-INITIALIZE.
001950
001960     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
001970
001980     IF CL-PROOF-MODE = SPACE
001990         MOVE "P" TO CL-PROOF-MODE
002000     END-IF.
002010
002020     IF NOT CL-MODE-PROVE AND NOT CL-MODE-REESTABLISH
002030         DISPLAY
002040             "CNVMCTL - PROOF MODE MUST BE P OR R - PARM: "
002050             CL-PROOF-MODE
002060         MOVE 16 TO RETURN-CODE
002070         STOP RUN
002080     END-IF.
002090
002100     PERFORM 1100-READ-CONTROL
002110         THRU 1100-EXIT.
002120
002130     OPEN INPUT MASTFILE.
002140     IF WS-MASTFILE-STATUS NOT = "00"
002150         DISPLAY
002160             "CNVMCTL - UNABLE TO OPEN MASTFILE - STATUS "
002170             WS-MASTFILE-STATUS
002180         MOVE 16 TO RETURN-CODE
002190         STOP RUN
002200     END-IF.
002210
002220     OPEN OUTPUT RPTFILE.
002230     IF WS-RPTFILE-STATUS NOT = "00"
002240         DISPLAY
002250             "CNVMCTL - UNABLE TO OPEN RPTFILE - STATUS "
002260             WS-RPTFILE-STATUS
002270         MOVE 16 TO RETURN-CODE
002280         STOP RUN
002290     END-IF.
002300
002310 1000-EXIT.
002320     EXIT.
002330
002340******************************************************************
002350*    1100-READ-CONTROL -- LOAD THE MASTER CONTROL RECORD.  A     *
002360*                         MISSING OR EMPTY MSTCTL, OR A PROVEN   *
002370*                         DATE OF ZERO, MEANS THE TOTALS HAVE    *
002380*                         NEVER BEEN ESTABLISHED.                *
002390******************************************************************
002400 1100-READ-CONTROL.
002410
002420     MOVE SPACES TO MCT-RECORD.
002430     MOVE ZERO   TO MCT-PROVEN-DATE MCT-PROVEN-TIME
002440                    MCT-PROVEN-COUNT MCT-PROVEN-HASH
002450                    MCT-ADD-COUNT MCT-ADD-HASH
002460                    MCT-DELETE-COUNT MCT-DELETE-HASH
002470                    MCT-LAST-DATE MCT-LAST-TIME.
002480
002490     OPEN INPUT MCTLFILE.
002500     IF WS-MCTLFILE-STATUS = "35"
002510         GO TO 1100-EXIT
002520     END-IF.
002530     IF WS-MCTLFILE-STATUS NOT = "00"
002540         DISPLAY
002550             "CNVMCTL - UNABLE TO OPEN MSTCTL - STATUS "
002560             WS-MCTLFILE-STATUS
002570         MOVE 16 TO RETURN-CODE
002580         STOP RUN
002590     END-IF.
002600
002610     READ MCTLFILE
002620         AT END
002630             GO TO 1100-CLOSE
002640     END-READ.
002650
002660     IF MCT-PROVEN-COUNT NOT NUMERIC
002670      OR MCT-PROVEN-HASH NOT NUMERIC
002680      OR MCT-ADD-COUNT NOT NUMERIC
002690      OR MCT-ADD-HASH NOT NUMERIC
002700      OR MCT-DELETE-COUNT NOT NUMERIC
002710      OR MCT-DELETE-HASH NOT NUMERIC
002720         CLOSE MCTLFILE
002730         DISPLAY
002740             "CNVMCTL - MSTCTL RECORD IS DAMAGED - TOTALS NOT "
002750             "NUMERIC"
002760         MOVE 16 TO RETURN-CODE
002770         STOP RUN
002780     END-IF.
002790
002800     IF MCT-PROVEN-DATE NUMERIC
002810      AND MCT-PROVEN-DATE > ZERO
002820         MOVE "Y" TO WS-ESTABLISHED-SWITCH
002830     END-IF.
002840
002850 1100-CLOSE.
002860     CLOSE MCTLFILE.
002870
002880 1100-EXIT.
002890     EXIT.
002900
002910******************************************************************
002920*    2000-COUNT-MASTER -- COUNT AND HASH ONE MASTER RECORD       *
002930******************************************************************
002940 2000-COUNT-MASTER.
002950
002960     READ MASTFILE NEXT RECORD
002970         AT END
002980             MOVE "Y" TO WS-EOF-SWITCH
002990             GO TO 2000-EXIT
003000     END-READ.
003010
003020     IF WS-MASTFILE-STATUS NOT = "00"
003030         DISPLAY
003040             "CNVMCTL - UNABLE TO READ MASTFILE - STATUS "
003050             WS-MASTFILE-STATUS
003060         MOVE 16 TO RETURN-CODE
003070         STOP RUN
003080     END-IF.
003090
003100     ADD 1              TO WS-MASTER-COUNT.
003110     ADD MST-ACCOUNT-NO TO WS-MASTER-HASH.
003120
003130 2000-EXIT.
003140     EXIT.
003150
003160******************************************************************
003170*    9000-TERMINATE -- PROVE, REPORT, STATUS LINE, ADVANCE THE   *
003180*                      CONTROL RECORD, CONDITION CODE            *
003190******************************************************************
003200 9000-TERMINATE.
003210
003220     CLOSE MASTFILE.
003230
003240     PERFORM 9050-PROVE-MASTER
003250         THRU 9050-EXIT.
003260
003270     PERFORM 9100-WRITE-REPORT
003280         THRU 9100-EXIT.
003290
003300     CLOSE RPTFILE.
003310
003320     EVALUATE TRUE
003330         WHEN WS-MASTER-IN-BALANCE
003340             MOVE 0 TO RETURN-CODE
003350         WHEN WS-MASTER-OUT-OF-BALANCE
003360             MOVE 8 TO RETURN-CODE
003370         WHEN OTHER
003380             MOVE 4 TO RETURN-CODE
003390     END-EVALUATE.
003400
003410     PERFORM 9200-WRITE-STATUS
003420         THRU 9200-EXIT.
003430
003440     IF NOT WS-MASTER-OUT-OF-BALANCE
003450         PERFORM 9300-ADVANCE-CONTROL
003460             THRU 9300-EXIT
003470     END-IF.
003480
003490 9000-EXIT.
003500     EXIT.
003510
003520******************************************************************
003530*    9050-PROVE-MASTER -- PROVEN + ADDS - DELETES AGAINST THE    *
003540*                         ACTUAL COUNT AND HASH.  BOTH MUST      *
003550*                         AGREE FOR THE MASTER TO BE IN BALANCE. *
003560******************************************************************
003570 9050-PROVE-MASTER.
003580
003590     COMPUTE WS-EXPECTED-COUNT =
003600         MCT-PROVEN-COUNT + MCT-ADD-COUNT - MCT-DELETE-COUNT.
003610     COMPUTE WS-EXPECTED-HASH =
003620         MCT-PROVEN-HASH + MCT-ADD-HASH - MCT-DELETE-HASH.
003630     COMPUTE WS-COUNT-DIFF = WS-MASTER-COUNT - WS-EXPECTED-COUNT.
003640     COMPUTE WS-HASH-DIFF  = WS-MASTER-HASH - WS-EXPECTED-HASH.
003650
003660     IF CL-MODE-REESTABLISH
003670         MOVE "R" TO WS-VERDICT-SWITCH
003680         GO TO 9050-EXIT
003690     END-IF.
003700
003710     IF NOT WS-CONTROL-ESTABLISHED
003720         MOVE "E" TO WS-VERDICT-SWITCH
003730         GO TO 9050-EXIT
003740     END-IF.
003750
003760     IF WS-COUNT-DIFF = ZERO AND WS-HASH-DIFF = ZERO
003770         MOVE "Y" TO WS-VERDICT-SWITCH
003780     ELSE
003790         MOVE "N" TO WS-VERDICT-SWITCH
003800     END-IF.
003810
003820 9050-EXIT.
003830     EXIT.
003840
003850******************************************************************
003860*    9100-WRITE-REPORT -- MASTER CONTROL PROOF REPORT            *
003870******************************************************************
003880 9100-WRITE-REPORT.
003890
003900     MOVE "CNVMCTL - CUSTOMER MASTER CONTROL PROOF REPORT"
003910         TO RPT-RECORD.
003920     WRITE RPT-RECORD.
003930
003940     MOVE SPACES TO RPT-RECORD.
003950     WRITE RPT-RECORD.
003960
003970     MOVE SPACES TO RPT-RECORD.
003980     IF CL-MODE-REESTABLISH
003990         MOVE "PROOF MODE ............. RE-ESTABLISH"
004000             TO RPT-RECORD
004010     ELSE
004020         MOVE "PROOF MODE ............. PROVE" TO RPT-RECORD
004030     END-IF.
004040     WRITE RPT-RECORD.
004050
004060     MOVE SPACES TO RPT-RECORD.
004070     IF WS-CONTROL-ESTABLISHED
004080         STRING "LAST PROVEN ............ "
004090                MCT-PROVEN-DATE " " MCT-PROVEN-TIME
004100             DELIMITED BY SIZE INTO RPT-RECORD
004110     ELSE
004120         MOVE "LAST PROVEN ............ NEVER" TO RPT-RECORD
004130     END-IF.
004140     WRITE RPT-RECORD.
004150
004160     IF MCT-LAST-PROGRAM NOT = SPACES
004170         MOVE SPACES TO RPT-RECORD
004180         STRING "LAST MASTER WRITER ..... "
004190                MCT-LAST-PROGRAM " "
004200                MCT-LAST-DATE " " MCT-LAST-TIME
004210             DELIMITED BY SIZE INTO RPT-RECORD
004220         WRITE RPT-RECORD
004230     END-IF.
004240
004250     MOVE SPACES TO RPT-RECORD.
004260     WRITE RPT-RECORD.
004270
004280     MOVE SPACES TO RPT-RECORD.
004290     STRING "                               RECORDS"
004300            "         ACCOUNT HASH"
004310         DELIMITED BY SIZE INTO RPT-RECORD.
004320     WRITE RPT-RECORD.
004330
004340     MOVE "PROVEN TOTAL ..........." TO WS-PROOF-LABEL.
004350     MOVE MCT-PROVEN-COUNT TO WS-COUNT-ED.
004360     MOVE MCT-PROVEN-HASH  TO WS-HASH-ED.
004370     PERFORM 9150-WRITE-PROOF-LINE
004380         THRU 9150-EXIT.
004390
004400     MOVE "PLUS ADDS .............." TO WS-PROOF-LABEL.
004410     MOVE MCT-ADD-COUNT TO WS-COUNT-ED.
004420     MOVE MCT-ADD-HASH  TO WS-HASH-ED.
004430     PERFORM 9150-WRITE-PROOF-LINE
004440         THRU 9150-EXIT.
004450
004460     MOVE "LESS DELETES ..........." TO WS-PROOF-LABEL.
004470     MOVE MCT-DELETE-COUNT TO WS-COUNT-ED.
004480     MOVE MCT-DELETE-HASH  TO WS-HASH-ED.
004490     PERFORM 9150-WRITE-PROOF-LINE
004500         THRU 9150-EXIT.
004510
004520     MOVE "EXPECTED ON MASTER ....." TO WS-PROOF-LABEL.
004530     MOVE WS-EXPECTED-COUNT TO WS-DIFF-ED.
004540     MOVE WS-EXPECTED-HASH  TO WS-HASH-DIFF-ED.
004550     PERFORM 9160-WRITE-SIGNED-LINE
004560         THRU 9160-EXIT.
004570
004580     MOVE "ACTUAL ON MASTER ......." TO WS-PROOF-LABEL.
004590     MOVE WS-MASTER-COUNT TO WS-COUNT-ED.
004600     MOVE WS-MASTER-HASH  TO WS-HASH-ED.
004610     PERFORM 9150-WRITE-PROOF-LINE
004620         THRU 9150-EXIT.
004630
004640     MOVE "DIFFERENCE ............." TO WS-PROOF-LABEL.
004650     MOVE WS-COUNT-DIFF TO WS-DIFF-ED.
004660     MOVE WS-HASH-DIFF  TO WS-HASH-DIFF-ED.
004670     PERFORM 9160-WRITE-SIGNED-LINE
004680         THRU 9160-EXIT.
004690
004700     MOVE SPACES TO RPT-RECORD.
004710     WRITE RPT-RECORD.
004720
004730     EVALUATE TRUE
004740         WHEN WS-MASTER-IN-BALANCE
004750             MOVE "RESULT: IN BALANCE - ACTUAL TOTALS NOW PROVEN"
004760                 TO RPT-RECORD
004770         WHEN WS-MASTER-OUT-OF-BALANCE
004780             MOVE
004790             "RESULT: *** OUT OF BALANCE - HOLD DOWNSTREAM ***"
004800                 TO RPT-RECORD
004810         WHEN WS-MASTER-ESTABLISHED
004820             MOVE
004830             "RESULT: CONTROL TOTALS ESTABLISHED - NOT PROVEN"
004840                 TO RPT-RECORD
004850         WHEN OTHER
004860             MOVE
004870             "RESULT: CONTROL TOTALS RE-ESTABLISHED ON REQUEST"
004880                 TO RPT-RECORD
004890     END-EVALUATE.
004900     WRITE RPT-RECORD.
004910
004920     IF WS-MASTER-OUT-OF-BALANCE
004930         MOVE
004940         "CONTROL RECORD NOT ADVANCED - RE-ESTABLISH (PARM R)"
004950             TO RPT-RECORD
004960         WRITE RPT-RECORD
004970         MOVE
004980         "ONLY AFTER THE DIFFERENCE HAS BEEN ACCOUNTED FOR."
004990             TO RPT-RECORD
005000         WRITE RPT-RECORD
005010     END-IF.
005020
005030 9100-EXIT.
005040     EXIT.
005050
005060******************************************************************
005070*    9150-WRITE-PROOF-LINE -- ONE UNSIGNED COUNT/HASH LINE       *
005080******************************************************************
005090 9150-WRITE-PROOF-LINE.
005100
005110     MOVE SPACES TO RPT-RECORD.
005120     STRING WS-PROOF-LABEL " " WS-COUNT-ED "  " WS-HASH-ED
005130         DELIMITED BY SIZE INTO RPT-RECORD.
005140     WRITE RPT-RECORD.
005150
005160 9150-EXIT.
005170     EXIT.
005180
005190******************************************************************
005200*    9160-WRITE-SIGNED-LINE -- ONE SIGNED COUNT/HASH LINE        *
005210******************************************************************
005220 9160-WRITE-SIGNED-LINE.
005230
005240     MOVE SPACES TO RPT-RECORD.
005250     STRING WS-PROOF-LABEL " " WS-DIFF-ED " " WS-HASH-DIFF-ED
005260         DELIMITED BY SIZE INTO RPT-RECORD.
005270     WRITE RPT-RECORD.
005280
005290 9160-EXIT.
005300     EXIT.
005310
005320******************************************************************
005330*    9200-WRITE-STATUS -- APPEND THE PROOF VERDICT TO THE SHARED *
005340*                         NIGHT-CONTROL DATASET FOR THE CNVSGNOF *
005350*                         SIGN-OFF PAGE.  AN ESTABLISHING RUN IS *
005360*                         NOT A PROOF -- THE BALANCED COLUMN IS  *
005370*                         LEFT BLANK.                            *
005380******************************************************************
005390 9200-WRITE-STATUS.
005400
005410     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005420     ACCEPT WS-CURRENT-TIME FROM TIME.
005430
005440     OPEN EXTEND STATFILE.
005450     IF WS-STATFILE-STATUS NOT = "00"
005460         OPEN OUTPUT STATFILE
005470     END-IF.
005480     IF WS-STATFILE-STATUS NOT = "00"
005490         DISPLAY
005500             "CNVMCTL - UNABLE TO OPEN NIGHTCTL - STATUS "
005510             WS-STATFILE-STATUS
005520         MOVE 16 TO RETURN-CODE
005530         STOP RUN
005540     END-IF.
005550
005560     MOVE SPACES              TO STA-RECORD.
005570     MOVE "CNVMCTL"           TO STA-PROGRAM.
005580     MOVE "CUSTOMER MASTER"   TO STA-FEED.
005590     MOVE WS-CURRENT-DATE     TO STA-DATE.
005600     MOVE WS-CURRENT-TIME (1:6) TO STA-TIME.
005610     MOVE WS-MASTER-COUNT     TO STA-READ-COUNT.
005620     IF WS-EXPECTED-COUNT < ZERO
005630         MOVE ZERO              TO STA-WRITTEN-COUNT
005640     ELSE
005650         MOVE WS-EXPECTED-COUNT TO STA-WRITTEN-COUNT
005660     END-IF.
005670     IF WS-COUNT-DIFF < ZERO
005680         COMPUTE STA-REJECT-COUNT = ZERO - WS-COUNT-DIFF
005690     ELSE
005700         MOVE WS-COUNT-DIFF     TO STA-REJECT-COUNT
005710     END-IF.
005720     EVALUATE TRUE
005730         WHEN WS-MASTER-IN-BALANCE
005740             MOVE "Y" TO STA-BALANCED
005750         WHEN WS-MASTER-OUT-OF-BALANCE
005760             MOVE "N" TO STA-BALANCED
005770         WHEN OTHER
005780             MOVE SPACE TO STA-BALANCED
005790     END-EVALUATE.
005800     MOVE RETURN-CODE         TO STA-COND-CODE.
005810
005820     WRITE STA-RECORD.
005830     IF WS-STATFILE-STATUS NOT = "00"
005840         DISPLAY
005850             "CNVMCTL - UNABLE TO WRITE NIGHTCTL - STATUS "
005860             WS-STATFILE-STATUS
005870         MOVE 16 TO RETURN-CODE
005880         STOP RUN
005890     END-IF.
005900
005910     CLOSE STATFILE.
005920
005930 9200-EXIT.
005940     EXIT.
005950
005960******************************************************************
005970*    9300-ADVANCE-CONTROL -- TAKE THE ACTUAL TOTALS AS THE NEW   *
005980*                            PROVEN TOTALS AND START THE ADDS    *
005990*                            AND DELETES AGAIN FROM ZERO.  NOT   *
006000*                            DONE ON AN OUT-OF-BALANCE MASTER.   *
006010******************************************************************
006020 9300-ADVANCE-CONTROL.
006030
006040     MOVE WS-CURRENT-DATE        TO MCT-PROVEN-DATE.
006050     MOVE WS-CURRENT-TIME (1:6)  TO MCT-PROVEN-TIME.
006060     MOVE WS-MASTER-COUNT        TO MCT-PROVEN-COUNT.
006070     MOVE WS-MASTER-HASH         TO MCT-PROVEN-HASH.
006080     MOVE ZERO                   TO MCT-ADD-COUNT MCT-ADD-HASH
006090                                    MCT-DELETE-COUNT
006100                                    MCT-DELETE-HASH.
006110
006120     OPEN OUTPUT MCTLFILE.
006130     IF WS-MCTLFILE-STATUS NOT = "00"
006140         DISPLAY
006150             "CNVMCTL - UNABLE TO OPEN MSTCTL - STATUS "
006160             WS-MCTLFILE-STATUS
006170         MOVE 16 TO RETURN-CODE
006180         STOP RUN
006190     END-IF.
006200
006210     WRITE MCT-RECORD.
006220     IF WS-MCTLFILE-STATUS NOT = "00"
006230         DISPLAY
006240             "CNVMCTL - UNABLE TO WRITE MSTCTL - STATUS "
006250             WS-MCTLFILE-STATUS
006260         MOVE 16 TO RETURN-CODE
006270         STOP RUN
006280     END-IF.
006290
006300     CLOSE MCTLFILE.
006310
006320 9300-EXIT.
006330     EXIT.
