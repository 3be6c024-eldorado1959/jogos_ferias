000450*                   CODE IS NOW RC=4 WHENEVER ANY EXCEPTION
000460*                   WAS WRITTEN, NOT ONLY ON UNMATCHED
000470*                   RETURNS, MATCHING THE REJECT CONVENTION.
000480*  2026-10-15  JLM  THE RUN NOW ROLLS THE CUSTOMER MASTER
000490*                   CONTROL RECORD (MSTCTL DD, LAYOUT MCTLREC)
000500*                   LIKE EVERY OTHER MASTER WRITER.  THE LOAD
000510*                   ADDS AND DELETES NOTHING, SO THE COUNT AND
000520*                   HASH ROLL BY ZERO; THE RECORD IS STAMPED
000530*                   WITH THE RUN.
000540******************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID.  CNVRETSP.
000570 AUTHOR.      J. L. MOREIRA.
000580 INSTALLATION. JOGOS DE FERIAS BATCH SERVICES.
000590 DATE-WRITTEN. 2026-09-02.
000600 DATE-COMPILED.
000610
000620 ENVIRONMENT DIVISION.
000630
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER.  GENERIC-PC.
000660 OBJECT-COMPUTER.  GENERIC-PC.
000670
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT RETFILE
000710         ASSIGN TO "RETFILE"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-RETFILE-STATUS.
000740
000750     SELECT MASTFILE
000760         ASSIGN TO "MASTFILE"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS MST-ACCOUNT-NO
000800         FILE STATUS IS WS-MASTFILE-STATUS.
000810
000820     SELECT EXCPFILE
000830         ASSIGN TO "EXCPFILE"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-EXCPFILE-STATUS.
000860
000870     SELECT RPTFILE
000880         ASSIGN TO "RPTFILE"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-RPTFILE-STATUS.
000910
000920     SELECT MCTLFILE
000930         ASSIGN TO "MSTCTL"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-MCTLFILE-STATUS.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990
001000 FD  RETFILE
001010     LABEL RECORDS ARE STANDARD.
001020*    RETFILE'S RECORD IS A RAW LINE BUFFER, DELIBERATELY WIDER
001030*    THAN THE 80-BYTE RETURNS LAYOUT, SO A PHYSICAL LINE LONGER
001040*    THAN EXPECTED IS READ IN ONE PIECE INSTEAD OF BEING SPLIT
001050*    AND ITS TAIL COMING BACK AS A FABRICATED RETURN -- THE
001060*    SAME GUARD CONVERT6'S INFILE CARRIES.  THIS IS EXTERNAL
001070*    INPUT FROM THE LETTER SHOP; A NUMERIC-LOOKING TAIL WOULD
001080*    SUPPRESS THE WRONG ACCOUNT.
001090 01  RET-RAW-RECORD.
001100     05  RET-RAW-DATA.
001110         10  RET-ACCOUNT-NO      PIC X(08).
001120         10  FILLER              PIC X(01).
001130         10  RET-REASON-CODE     PIC X(02).
001140         10  FILLER              PIC X(69).
001150     05  RET-RAW-OVERFLOW        PIC X(200).
001160
001170 FD  MASTFILE
001180     LABEL RECORDS ARE STANDARD.
001190     COPY MSTREC.
001200
001210 FD  EXCPFILE
001220     LABEL RECORDS ARE STANDARD.
001230     COPY EXCPREC.
001240
001250 FD  RPTFILE
001260     LABEL RECORDS ARE STANDARD.
001270 01  RPT-RECORD                  PIC X(80).
001280
001290 FD  MCTLFILE
001300     LABEL RECORDS ARE STANDARD.
001310     COPY MCTLREC.
001320
001330 WORKING-STORAGE SECTION.
001340
001350*---------------------------------------------------------------*
001360*    RUN-TIME PARAMETER -- REPORT LABEL ONLY                    *
001370*---------------------------------------------------------------*
001380 01  WS-COMMAND-LINE              PIC X(40) VALUE SPACES.
001390 01  WS-COMMAND-LINE-X REDEFINES WS-COMMAND-LINE.
001400     05  CL-RETURNS-DSNAME        PIC X(40).
001410
001420*---------------------------------------------------------------*
001430*    FILE STATUS FIELDS                                         *
001440*---------------------------------------------------------------*
001450 77  WS-RETFILE-STATUS             PIC X(02) VALUE "00".
001460 77  WS-MASTFILE-STATUS            PIC X(02) VALUE "00".
001470 77  WS-EXCPFILE-STATUS            PIC X(02) VALUE "00".
001480 77  WS-RPTFILE-STATUS             PIC X(02) VALUE "00".
001490 77  WS-MCTLFILE-STATUS            PIC X(02) VALUE "00".
001500
001510*---------------------------------------------------------------*
001520*    SWITCHES                                                   *
001530*---------------------------------------------------------------*
001540 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
001550     88  WS-END-OF-FILE                   VALUE "Y".
001560
001570*---------------------------------------------------------------*
001580*    COUNTERS AND WORK FIELDS                                   *
001590*---------------------------------------------------------------*
001600 77  WS-RETURN-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
001610 77  WS-FLAGGED-COUNT              PIC 9(08) COMP VALUE ZERO.
001620 77  WS-ALREADY-COUNT              PIC 9(08) COMP VALUE ZERO.
001630 77  WS-UNMATCHED-COUNT            PIC 9(08) COMP VALUE ZERO.
001640 77  WS-EXCEPTION-COUNT            PIC 9(08) COMP VALUE ZERO.
001650 77  WS-EXCEPTION-REASON           PIC X(30) VALUE SPACES.
001660 01  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
001670 01  WS-CURRENT-TIME               PIC 9(08) VALUE ZERO.
001680
001690*---------------------------------------------------------------*
001700*    REPORT WORK AREAS                                          *
001710*---------------------------------------------------------------*
001720 01  WS-COUNT-ED                   PIC ZZZ,ZZZ,ZZ9.
001730
001740 PROCEDURE DIVISION.
001750
001760******************************************************************
001770*    0000-MAINLINE                                               *
001780******************************************************************
001790 0000-MAINLINE.
001800
001810     PERFORM 1000-INITIALIZE
001820         THRU 1000-EXIT.
001830
001840     PERFORM 2000-PROCESS-RETURNS
001850         THRU 2000-EXIT
001860         UNTIL WS-END-OF-FILE.
001870
001880     PERFORM 9000-TERMINATE
001890         THRU 9000-EXIT.
001900
001910     STOP RUN.
001920
001930******************************************************************
001940*    1000-INITIALIZE -- PARSE PARM, OPEN FILES                   *
001950******************************************************************
001960 1000-INITIALIZE.
001970
001980     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
001990     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002000
002010     OPEN INPUT RETFILE.
002020     IF WS-RETFILE-STATUS NOT = "00"
002030         DISPLAY
002040             "CNVRETSP - UNABLE TO OPEN RETFILE - STATUS "
002050             WS-RETFILE-STATUS
002060         MOVE 16 TO RETURN-CODE
002070         STOP RUN
002080     END-IF.
002090
002100     OPEN I-O MASTFILE.
002110     IF WS-MASTFILE-STATUS NOT = "00"
002120         DISPLAY
002130             "CNVRETSP - UNABLE TO OPEN MASTFILE - STATUS "
002140             WS-MASTFILE-STATUS
002150         MOVE 16 TO RETURN-CODE
002160         STOP RUN
002170     END-IF.
002180
002190     OPEN OUTPUT EXCPFILE.
002200     IF WS-EXCPFILE-STATUS NOT = "00"
002210         DISPLAY
002220             "CNVRETSP - UNABLE TO OPEN EXCPFILE - STATUS "
002230             WS-EXCPFILE-STATUS
002240         MOVE 16 TO RETURN-CODE
002250         STOP RUN
002260     END-IF.
002270
002280     OPEN OUTPUT RPTFILE.
002290     IF WS-RPTFILE-STATUS NOT = "00"
002300         DISPLAY
002310             "CNVRETSP - UNABLE TO OPEN RPTFILE - STATUS "
002320             WS-RPTFILE-STATUS
002330         MOVE 16 TO RETURN-CODE
002340         STOP RUN
002350     END-IF.
002360
002370 1000-EXIT.
002380     EXIT.
002390
002400******************************************************************
002410*    2000-PROCESS-RETURNS -- FLAG ONE RETURNED ACCOUNT           *
002420******************************************************************
002430 2000-PROCESS-RETURNS.
002440
002450     READ RETFILE
002460         AT END
002470             MOVE "Y" TO WS-EOF-SWITCH
002480             GO TO 2000-EXIT
002490     END-READ.
002500
002510     IF RET-RAW-RECORD = SPACES
002520      OR RET-ACCOUNT-NO (1:1) = "*"
002530         GO TO 2000-EXIT
002540     END-IF.
002550
002560     ADD 1 TO WS-RETURN-READ-COUNT.
002570
002580     IF RET-RAW-OVERFLOW NOT = SPACES
002590         MOVE "RECORD LONGER THAN EXPECTED"
002600             TO WS-EXCEPTION-REASON
002610         PERFORM 2200-WRITE-EXCEPTION
002620             THRU 2200-EXIT
002630         GO TO 2000-EXIT
002640     END-IF.
002650
002660     IF RET-ACCOUNT-NO NOT NUMERIC
002670         MOVE "ACCOUNT NUMBER NOT NUMERIC" TO WS-EXCEPTION-REASON
002680         PERFORM 2200-WRITE-EXCEPTION
002690             THRU 2200-EXIT
002700         GO TO 2000-EXIT
002710     END-IF.
002720
002730     MOVE RET-ACCOUNT-NO TO MST-ACCOUNT-NO.
002740     READ MASTFILE.
002750
002760     IF WS-MASTFILE-STATUS = "23"
002770         MOVE "RETURN FOR UNKNOWN ACCOUNT" TO WS-EXCEPTION-REASON
002780         PERFORM 2200-WRITE-EXCEPTION
002790             THRU 2200-EXIT
002800         ADD 1 TO WS-UNMATCHED-COUNT
002810         GO TO 2000-EXIT
002820     END-IF.
002830
002840     IF WS-MASTFILE-STATUS NOT = "00"
002850         DISPLAY
002860             "CNVRETSP - UNABLE TO READ MASTFILE - STATUS "
002870             WS-MASTFILE-STATUS
002880         MOVE 16 TO RETURN-CODE
002890         STOP RUN
002900     END-IF.
002910
002920     IF MST-MAIL-SUPPRESSED
002930         ADD 1 TO WS-ALREADY-COUNT
002940     ELSE
002950         ADD 1 TO WS-FLAGGED-COUNT
002960     END-IF.
002970
002980*    A REPEAT RETURN REFRESHES THE DATE AND REASON -- THE AGE
002990*    OF THE NEWEST BOUNCE IS WHAT OPERATIONS WANTS TO SEE.
003000     MOVE "Y"             TO MST-SUPPRESS-FLAG.
003010     MOVE WS-CURRENT-DATE TO MST-SUPPRESS-DATE.
003020     MOVE RET-REASON-CODE TO MST-SUPPRESS-REASON.
003030
003040     REWRITE MST-CUSTOMER-RECORD.
003050     IF WS-MASTFILE-STATUS NOT = "00"
003060         DISPLAY
003070             "CNVRETSP - UNABLE TO REWRITE MASTFILE - STATUS "
003080             WS-MASTFILE-STATUS
003090         MOVE 16 TO RETURN-CODE
003100         STOP RUN
003110     END-IF.
003120
003130 2000-EXIT.
003140     EXIT.
003150
003160******************************************************************
003170*    2200-WRITE-EXCEPTION -- LOG A RETURN THAT COULD NOT BE      *
003180*                            APPLIED, IN THE SHARED EXCPREC      *
003190*                            LAYOUT                              *
003200******************************************************************
003210 2200-WRITE-EXCEPTION.
003220
003230     MOVE SPACES               TO EXCP-RECORD.
003240     MOVE WS-RETURN-READ-COUNT TO EXCP-RECORD-NO.
003250     MOVE WS-EXCEPTION-REASON  TO EXCP-REASON.
003260     MOVE RET-RAW-RECORD       TO EXCP-ORIGINAL-DATA.
003270     MOVE ZERO                 TO EXCP-RECYCLE-COUNT.
003280     WRITE EXCP-RECORD.
003290     ADD 1 TO WS-EXCEPTION-COUNT.
003300
003310 2200-EXIT.
003320     EXIT.
003330
003340******************************************************************
003350*    9000-TERMINATE -- SUMMARY REPORT, CONDITION CODE, CLOSE     *
003360******************************************************************
003370 9000-TERMINATE.
003380
003390     PERFORM 9100-WRITE-REPORT
003400         THRU 9100-EXIT.
003410
003420     CLOSE RETFILE MASTFILE EXCPFILE RPTFILE.
003430
003440     PERFORM 9400-ROLL-MASTER-CONTROL
003450         THRU 9400-EXIT.
003460
003470     IF WS-EXCEPTION-COUNT > ZERO
003480         MOVE 4 TO RETURN-CODE
003490     ELSE
003500         MOVE 0 TO RETURN-CODE
003510     END-IF.
003520
003530 9000-EXIT.
003540     EXIT.
003550
003560******************************************************************
003570*    9100-WRITE-REPORT -- SUPPRESSION LOAD SUMMARY REPORT        *
003580******************************************************************
003590 9100-WRITE-REPORT.
003600
003610     MOVE "CNVRETSP - RETURN-MAIL SUPPRESSION LOAD REPORT"
003620         TO RPT-RECORD.
003630     WRITE RPT-RECORD.
003640
003650     MOVE SPACES TO RPT-RECORD.
003660     WRITE RPT-RECORD.
003670
003680     MOVE SPACES TO RPT-RECORD.
003690     STRING "RETURNS FILE ........... " CL-RETURNS-DSNAME
003700         DELIMITED BY SIZE INTO RPT-RECORD.
003710     WRITE RPT-RECORD.
003720
003730     MOVE SPACES TO RPT-RECORD.
003740     WRITE RPT-RECORD.
003750
003760     MOVE WS-RETURN-READ-COUNT TO WS-COUNT-ED.
003770     MOVE SPACES TO RPT-RECORD.
003780     STRING "RETURNS LOADED ......... " WS-COUNT-ED
003790         DELIMITED BY SIZE INTO RPT-RECORD.
003800     WRITE RPT-RECORD.
003810
003820     MOVE WS-FLAGGED-COUNT TO WS-COUNT-ED.
003830     MOVE SPACES TO RPT-RECORD.
003840     STRING "ACCOUNTS FLAGGED ....... " WS-COUNT-ED
003850         DELIMITED BY SIZE INTO RPT-RECORD.
003860     WRITE RPT-RECORD.
003870
003880     MOVE WS-ALREADY-COUNT TO WS-COUNT-ED.
003890     MOVE SPACES TO RPT-RECORD.
003900     STRING "ALREADY SUPPRESSED ..... " WS-COUNT-ED
003910         DELIMITED BY SIZE INTO RPT-RECORD.
003920     WRITE RPT-RECORD.
003930
003940     MOVE WS-UNMATCHED-COUNT TO WS-COUNT-ED.
003950     MOVE SPACES TO RPT-RECORD.
003960     STRING "UNMATCHED RETURNS ...... " WS-COUNT-ED
003970         DELIMITED BY SIZE INTO RPT-RECORD.
003980     WRITE RPT-RECORD.
003990
004000     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED.
004010     MOVE SPACES TO RPT-RECORD.
004020     STRING "EXCEPTIONS WRITTEN ..... " WS-COUNT-ED
004030         DELIMITED BY SIZE INTO RPT-RECORD.
004040     WRITE RPT-RECORD.
004050
004060 9100-EXIT.
004070     EXIT.
004080
004090******************************************************************
004100*    9400-ROLL-MASTER-CONTROL -- ROLL THE CUSTOMER MASTER        *
004110*                                CONTROL RECORD FORWARD BY THIS  *
004120*                                RUN'S ADDS AND DELETES.  A      *
004130*                                MISSING OR EMPTY MSTCTL STARTS  *
004140*                                FROM ZERO, NOT YET ESTABLISHED  *
004150*                                -- THE NEXT CNVMCTL SWEEP       *
004160*                                ESTABLISHES IT.                 *
004170*                                THE LOAD ONLY REWRITES THE      *
004180*                                SUPPRESSION COLUMNS -- IT NEVER *
004190*                                ADDS OR DELETES -- SO IT ROLLS  *
004200*                                BY ZERO AND ONLY STAMPS ITSELF  *
004210*                                AS THE LAST WRITER OF THE DAY.  *
004220******************************************************************
004230 9400-ROLL-MASTER-CONTROL.
004240
004250     OPEN INPUT MCTLFILE.
004260     IF WS-MCTLFILE-STATUS = "35"
004270         GO TO 9400-NEW-RECORD
004280     END-IF.
004290     IF WS-MCTLFILE-STATUS NOT = "00"
004300         DISPLAY
004310             "CNVRETSP - UNABLE TO OPEN MSTCTL - STATUS "
004320             WS-MCTLFILE-STATUS
004330         MOVE 16 TO RETURN-CODE
004340         STOP RUN
004350     END-IF.
004360
004370     READ MCTLFILE
004380         AT END
004390             CLOSE MCTLFILE
004400             GO TO 9400-NEW-RECORD
004410     END-READ.
004420     CLOSE MCTLFILE.
004430     GO TO 9400-ROLL.
004440
004450 9400-NEW-RECORD.
004460     MOVE SPACES TO MCT-RECORD.
004470     MOVE ZERO   TO MCT-PROVEN-DATE MCT-PROVEN-TIME
004480                    MCT-PROVEN-COUNT MCT-PROVEN-HASH
004490                    MCT-ADD-COUNT MCT-ADD-HASH
004500                    MCT-DELETE-COUNT MCT-DELETE-HASH.
004510
004520 9400-ROLL.
004530     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004540     ACCEPT WS-CURRENT-TIME FROM TIME.
004550
004560     MOVE "CNVRETSP"             TO MCT-LAST-PROGRAM.
004570     MOVE WS-CURRENT-DATE        TO MCT-LAST-DATE.
004580     MOVE WS-CURRENT-TIME (1:6)  TO MCT-LAST-TIME.
004590
004600     OPEN OUTPUT MCTLFILE.
004610     IF WS-MCTLFILE-STATUS NOT = "00"
004620         DISPLAY
004630             "CNVRETSP - UNABLE TO OPEN MSTCTL - STATUS "
004640             WS-MCTLFILE-STATUS
004650         MOVE 16 TO RETURN-CODE
004660         STOP RUN
004670     END-IF.
004680
004690     WRITE MCT-RECORD.
004700     IF WS-MCTLFILE-STATUS NOT = "00"
004710         DISPLAY
004720             "CNVRETSP - UNABLE TO WRITE MSTCTL - STATUS "
004730             WS-MCTLFILE-STATUS
004740         MOVE 16 TO RETURN-CODE
004750         STOP RUN
004760     END-IF.
004770
004780     CLOSE MCTLFILE.
004790
004800 9400-EXIT.
004810     EXIT.
