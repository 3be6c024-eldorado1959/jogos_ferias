000230*      A MISSING RECONCILIATION, AN OUT-OF-BALANCE VERDICT, AN
000240*      EMPTY NIGHT-CONTROL DATASET -- HOLDS DOWNSTREAM (RC=8).
000250*
000260*      THE CNVMCTL MASTER CONTROL PROOF WRITES ITS OWN LINE,
000270*      UNDER THE FEED NAME 'CUSTOMER MASTER' -- READ = RECORDS
000280*      ON THE MASTER, WRITTEN = RECORDS EXPECTED, REJECTED =
000290*      THE DIFFERENCE.  AN OUT-OF-BALANCE MASTER HOLDS
000300*      DOWNSTREAM THE SAME WAY AN OUT-OF-BALANCE FEED DOES.
000310*
000320*      THE CNVADRCH OUTBOUND ADDRESS-CHANGE FEED WRITES ITS OWN
000330*      LINE, UNDER THE FEED NAME 'ADDRESS CHANGE FEED' -- READ =
000340*      THE NIGHT'S JOURNAL ENTRIES, WRITTEN = CHANGE RECORDS
000350*      SENT, REJECTED = ENTRIES NETTED OUT.  IT HAS NO CONVERSION
000360*      OR RECON LINE OF ITS OWN; ITS OWN RECOUNT IS THE VERDICT,
000370*      AND AN OUT-OF-BALANCE FEED HOLDS DOWNSTREAM.
000380*
000390*  MODIFICATION HISTORY.
000400*  ---------------------------------------------------------------
000410*  DATE       INIT  DESCRIPTION
000420*  2026-09-02  JLM  ORIGINAL PROGRAM.
000430*  2026-10-15  JLM  CNVMCTL STATUS LINES ARE NOW READ -- THE
000440*                   MASTER CONTROL PROOF SHOWS ON THE PAGE AS
000450*                   ITS OWN LINE AND AN OUT-OF-BALANCE MASTER
000460*                   HOLDS DOWNSTREAM.
000470*  2026-10-15  JLM  CNVADRCH STATUS LINES ARE NOW READ -- THE
000480*                   ADDRESS-CHANGE FEED SHOWS AS ITS OWN LINE AND
000490*                   AN OUT-OF-BALANCE FEED HOLDS DOWNSTREAM.
000500******************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID.  CNVSGNOF.
000530 AUTHOR.      J. L. MOREIRA.
000540 INSTALLATION. JOGOS DE FERIAS BATCH SERVICES.
000550 DATE-WRITTEN. 2026-09-02.
000560 DATE-COMPILED.
000570
000580 ENVIRONMENT DIVISION.
000590
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER.  GENERIC-PC.
000620 OBJECT-COMPUTER.  GENERIC-PC.
000630
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT STATFILE
000670         ASSIGN TO "NIGHTCTL"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-STATFILE-STATUS.
000700
000710     SELECT RPTFILE
000720         ASSIGN TO "RPTFILE"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-RPTFILE-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780
000790 FD  STATFILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY STATREC.
000820
000830 FD  RPTFILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  RPT-RECORD                  PIC X(132).
000860
000870 WORKING-STORAGE SECTION.
000880
000890*---------------------------------------------------------------*
000900*    PER-FEED ACCUMULATORS -- ONE ENTRY PER DISTINCT FEED NAME  *
000910*    SEEN ON THE NIGHT-CONTROL DATASET                          *
000920*---------------------------------------------------------------*
000930 01  WS-FEED-TABLE.
000940     05  WS-FEED-COUNT             PIC 9(04) COMP VALUE ZERO.
000950     05  WS-FEED-ENTRY OCCURS 50 TIMES
000960             INDEXED BY WS-FEED-IDX.
000970         10  WS-FEED-NAME          PIC X(40).
000980         10  WS-FEED-CONV-SEEN     PIC X(01).
000990         10  WS-FEED-READ          PIC 9(08).
001000         10  WS-FEED-WRITTEN       PIC 9(08).
001010         10  WS-FEED-REJECTED      PIC 9(08).
001020         10  WS-FEED-RECON-SEEN    PIC X(01).
001030         10  WS-FEED-BALANCED      PIC X(01).
001040         10  WS-FEED-RECYC-SEEN    PIC X(01).
001050         10  WS-FEED-RECYC-READ    PIC 9(08).
001060         10  WS-FEED-RECYC-OK      PIC 9(08).
001070         10  WS-FEED-RECYC-BOUNCE  PIC 9(08).
001080         10  WS-FEED-WORST-COND    PIC 9(02).
001090         10  WS-FEED-MCTL-SEEN     PIC X(01).
001100         10  WS-FEED-ADRCH-SEEN    PIC X(01).
001110
001120*---------------------------------------------------------------*
001130*    FILE STATUS FIELDS                                         *
001140*---------------------------------------------------------------*
001150 77  WS-STATFILE-STATUS            PIC X(02) VALUE "00".
001160 77  WS-RPTFILE-STATUS             PIC X(02) VALUE "00".
001170
001180*---------------------------------------------------------------*
001190*    SWITCHES                                                   *
001200*---------------------------------------------------------------*
001210 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
001220     88  WS-END-OF-FILE                   VALUE "Y".
001230 77  WS-FEED-FOUND-SWITCH          PIC X(01) VALUE "N".
001240     88  WS-FEED-FOUND                    VALUE "Y".
001250 77  WS-RELEASE-SWITCH             PIC X(01) VALUE "Y".
001260     88  WS-NIGHT-RELEASED                VALUE "Y".
001270
001280*---------------------------------------------------------------*
001290*    COUNTERS AND WORK FIELDS                                   *
001300*---------------------------------------------------------------*
001310 77  WS-LINES-READ-COUNT           PIC 9(08) COMP VALUE ZERO.
001320 77  WS-LINES-SKIPPED-COUNT        PIC 9(08) COMP VALUE ZERO.
001330 77  WS-RECON-VERDICT              PIC X(14) VALUE SPACES.
001340
001350*---------------------------------------------------------------*
001360*    REPORT WORK AREAS                                          *
001370*---------------------------------------------------------------*
001380 01  WS-COUNT-ED                   PIC ZZZ,ZZZ,ZZ9.
001390 01  WS-COUNT2-ED                  PIC ZZZ,ZZZ,ZZ9.
001400 01  WS-COUNT3-ED                  PIC ZZZ,ZZZ,ZZ9.
001410
001420 PROCEDURE DIVISION.
001430
001440******************************************************************
001450*    0000-MAINLINE                                               *
001460******************************************************************
001470 0000-MAINLINE.
001480
001490     PERFORM 1000-INITIALIZE
001500         THRU 1000-EXIT.
001510
001520     PERFORM 2000-READ-STATUS-LINES
001530         THRU 2000-EXIT
001540         UNTIL WS-END-OF-FILE.
001550
001560     PERFORM 9000-TERMINATE
001570         THRU 9000-EXIT.
001580
001590     STOP RUN.
001600
001610******************************************************************
001620*    1000-INITIALIZE -- OPEN FILES.  AN ABSENT NIGHT-CONTROL     *
001630*                       DATASET MEANS NOTHING RAN -- THAT IS A   *
001640*                       HOLD, NOT A CLEAN PAGE.                  *
001650******************************************************************
001660 1000-INITIALIZE.
001670
001680     OPEN INPUT STATFILE.
001690     IF WS-STATFILE-STATUS = "35"
001700         MOVE "N" TO WS-RELEASE-SWITCH
001710         MOVE "Y" TO WS-EOF-SWITCH
001720     ELSE
001730         IF WS-STATFILE-STATUS NOT = "00"
001740             DISPLAY
001750                 "CNVSGNOF - UNABLE TO OPEN NIGHTCTL - STATUS "
001760                 WS-STATFILE-STATUS
001770             MOVE 16 TO RETURN-CODE
001780             STOP RUN
001790         END-IF
001800     END-IF.
001810
001820     OPEN OUTPUT RPTFILE.
001830     IF WS-RPTFILE-STATUS NOT = "00"
001840         DISPLAY
001850             "CNVSGNOF - UNABLE TO OPEN RPTFILE - STATUS "
001860             WS-RPTFILE-STATUS
001870         MOVE 16 TO RETURN-CODE
001880         STOP RUN
001890     END-IF.
001900
001910 1000-EXIT.
001920     EXIT.
001930
001940******************************************************************
001950*    2000-READ-STATUS-LINES -- ACCUMULATE ONE STATUS LINE INTO   *
001960*                               ITS FEED ENTRY                   *
001970******************************************************************
001980 2000-READ-STATUS-LINES.
001990
002000     READ STATFILE
002010         AT END
002020             MOVE "Y" TO WS-EOF-SWITCH
002030             GO TO 2000-EXIT
002040     END-READ.
002050
002060     ADD 1 TO WS-LINES-READ-COUNT.
002070
002080     IF STA-PROGRAM NOT = "CONVERT6"
002090      AND STA-PROGRAM NOT = "CNVRECON"
002100      AND STA-PROGRAM NOT = "CNVRECYC"
002110      AND STA-PROGRAM NOT = "CNVMCTL"
002120      AND STA-PROGRAM NOT = "CNVADRCH"
002130         ADD 1 TO WS-LINES-SKIPPED-COUNT
002140         GO TO 2000-EXIT
002150     END-IF.
002160
002170     PERFORM 2100-FIND-FEED-ENTRY
002180         THRU 2100-EXIT.
002190
002200     IF STA-COND-CODE NUMERIC
002210         IF STA-COND-CODE > WS-FEED-WORST-COND (WS-FEED-IDX)
002220             MOVE STA-COND-CODE
002230                 TO WS-FEED-WORST-COND (WS-FEED-IDX)
002240         END-IF
002250     END-IF.
002260
002270     EVALUATE STA-PROGRAM
002280         WHEN "CONVERT6"
002290             MOVE "Y" TO WS-FEED-CONV-SEEN (WS-FEED-IDX)
002300             MOVE STA-READ-COUNT
002310                 TO WS-FEED-READ (WS-FEED-IDX)
002320             MOVE STA-WRITTEN-COUNT
002330                 TO WS-FEED-WRITTEN (WS-FEED-IDX)
002340             MOVE STA-REJECT-COUNT
002350                 TO WS-FEED-REJECTED (WS-FEED-IDX)
002360             IF STA-OUT-OF-BALANCE
002370                 MOVE "N" TO WS-FEED-BALANCED (WS-FEED-IDX)
002380             END-IF
002390         WHEN "CNVRECON"
002400             MOVE "Y" TO WS-FEED-RECON-SEEN (WS-FEED-IDX)
002410             MOVE STA-BALANCED
002420                 TO WS-FEED-BALANCED (WS-FEED-IDX)
002430         WHEN "CNVRECYC"
002440             MOVE "Y" TO WS-FEED-RECYC-SEEN (WS-FEED-IDX)
002450             MOVE STA-READ-COUNT
002460                 TO WS-FEED-RECYC-READ (WS-FEED-IDX)
002470             MOVE STA-WRITTEN-COUNT
002480                 TO WS-FEED-RECYC-OK (WS-FEED-IDX)
002490             MOVE STA-REJECT-COUNT
002500                 TO WS-FEED-RECYC-BOUNCE (WS-FEED-IDX)
002510         WHEN "CNVMCTL"
002520             MOVE "Y" TO WS-FEED-MCTL-SEEN (WS-FEED-IDX)
002530             MOVE STA-READ-COUNT
002540                 TO WS-FEED-READ (WS-FEED-IDX)
002550             MOVE STA-WRITTEN-COUNT
002560                 TO WS-FEED-WRITTEN (WS-FEED-IDX)
002570             MOVE STA-REJECT-COUNT
002580                 TO WS-FEED-REJECTED (WS-FEED-IDX)
002590             MOVE STA-BALANCED
002600                 TO WS-FEED-BALANCED (WS-FEED-IDX)
002610         WHEN "CNVADRCH"
002620             MOVE "Y" TO WS-FEED-ADRCH-SEEN (WS-FEED-IDX)
002630             MOVE STA-READ-COUNT
002640                 TO WS-FEED-READ (WS-FEED-IDX)
002650             MOVE STA-WRITTEN-COUNT
002660                 TO WS-FEED-WRITTEN (WS-FEED-IDX)
002670             MOVE STA-REJECT-COUNT
002680                 TO WS-FEED-REJECTED (WS-FEED-IDX)
002690             MOVE STA-BALANCED
002700                 TO WS-FEED-BALANCED (WS-FEED-IDX)
002710     END-EVALUATE.
002720
002730 2000-EXIT.
002740     EXIT.
002750
002760******************************************************************
002770*    2100-FIND-FEED-ENTRY -- LOOK UP (OR CREATE) THE ENTRY FOR   *
002780*                             THE LINE'S FEED NAME.  LEAVES      *
002790*                             WS-FEED-IDX ON THE ENTRY.          *
002800******************************************************************
002810 2100-FIND-FEED-ENTRY.
002820
002830     MOVE "N" TO WS-FEED-FOUND-SWITCH.
002840
002850     IF WS-FEED-COUNT > ZERO
002860         SET WS-FEED-IDX TO 1
002870         SEARCH WS-FEED-ENTRY
002880             AT END
002890                 CONTINUE
002900             WHEN WS-FEED-IDX > WS-FEED-COUNT
002910                 CONTINUE
002920             WHEN WS-FEED-NAME (WS-FEED-IDX) = STA-FEED
002930                 MOVE "Y" TO WS-FEED-FOUND-SWITCH
002940         END-SEARCH
002950     END-IF.
002960
002970     IF WS-FEED-FOUND
002980         GO TO 2100-EXIT
002990     END-IF.
003000
003010     IF WS-FEED-COUNT >= 50
003020         DISPLAY
003030             "CNVSGNOF - FEED TABLE FULL - RAISE THE LIMIT"
003040         MOVE 16 TO RETURN-CODE
003050         STOP RUN
003060     END-IF.
003070
003080     ADD 1 TO WS-FEED-COUNT.
003090     SET WS-FEED-IDX TO WS-FEED-COUNT.
003100     MOVE STA-FEED TO WS-FEED-NAME (WS-FEED-IDX).
003110     MOVE "N"      TO WS-FEED-CONV-SEEN (WS-FEED-IDX).
003120     MOVE ZERO     TO WS-FEED-READ (WS-FEED-IDX).
003130     MOVE ZERO     TO WS-FEED-WRITTEN (WS-FEED-IDX).
003140     MOVE ZERO     TO WS-FEED-REJECTED (WS-FEED-IDX).
003150     MOVE "N"      TO WS-FEED-RECON-SEEN (WS-FEED-IDX).
003160     MOVE SPACE    TO WS-FEED-BALANCED (WS-FEED-IDX).
003170     MOVE "N"      TO WS-FEED-RECYC-SEEN (WS-FEED-IDX).
003180     MOVE ZERO     TO WS-FEED-RECYC-READ (WS-FEED-IDX).
003190     MOVE ZERO     TO WS-FEED-RECYC-OK (WS-FEED-IDX).
003200     MOVE ZERO     TO WS-FEED-RECYC-BOUNCE (WS-FEED-IDX).
003210     MOVE ZERO     TO WS-FEED-WORST-COND (WS-FEED-IDX).
003220     MOVE "N"      TO WS-FEED-MCTL-SEEN (WS-FEED-IDX).
003230     MOVE "N"      TO WS-FEED-ADRCH-SEEN (WS-FEED-IDX).
003240
003250 2100-EXIT.
003260     EXIT.
003270
003280******************************************************************
003290*    9000-TERMINATE -- SIGN-OFF PAGE, DECISION, CONDITION CODE   *
003300******************************************************************
003310 9000-TERMINATE.
003320
003330     PERFORM 9100-WRITE-REPORT
003340         THRU 9100-EXIT.
003350
003360     IF WS-STATFILE-STATUS NOT = "35"
003370         CLOSE STATFILE
003380     END-IF.
003390     CLOSE RPTFILE.
003400
003410     IF WS-NIGHT-RELEASED
003420         MOVE 0 TO RETURN-CODE
003430     ELSE
003440         MOVE 8 TO RETURN-CODE
003450     END-IF.
003460
003470 9000-EXIT.
003480     EXIT.
003490
003500******************************************************************
003510*    9100-WRITE-REPORT -- THE ONE-PAGE SIGN-OFF                  *
003520******************************************************************
003530 9100-WRITE-REPORT.
003540
003550     MOVE "CNVSGNOF - NIGHT SIGN-OFF" TO RPT-RECORD.
003560     WRITE RPT-RECORD.
003570
003580     MOVE SPACES TO RPT-RECORD.
003590     WRITE RPT-RECORD.
003600
003610     IF WS-LINES-READ-COUNT = ZERO
003620         MOVE "N" TO WS-RELEASE-SWITCH
003630         MOVE "*** NO STATUS LINES ON NIGHTCTL - NOTHING RAN ***"
003640             TO RPT-RECORD
003650         WRITE RPT-RECORD
003660     END-IF.
003670
003680     MOVE SPACES TO RPT-RECORD.
003690     STRING
003700   "FEED                                             READ"
003710   "      WRITTEN     REJECTED  RECONCILIATION"
003720         DELIMITED BY SIZE INTO RPT-RECORD.
003730     WRITE RPT-RECORD.
003740
003750     PERFORM 9200-REPORT-ONE-FEED
003760         THRU 9200-EXIT
003770         VARYING WS-FEED-IDX FROM 1 BY 1
003780         UNTIL WS-FEED-IDX > WS-FEED-COUNT.
003790
003800     MOVE SPACES TO RPT-RECORD.
003810     WRITE RPT-RECORD.
003820
003830     IF WS-NIGHT-RELEASED
003840         MOVE "DECISION: RELEASE" TO RPT-RECORD
003850     ELSE
003860         MOVE "DECISION: *** HOLD DOWNSTREAM ***" TO RPT-RECORD
003870     END-IF.
003880     WRITE RPT-RECORD.
003890
003900 9100-EXIT.
003910     EXIT.
003920
003930******************************************************************
003940*    9200-REPORT-ONE-FEED -- ONE SIGN-OFF LINE PER FEED, PLUS A  *
003950*                             RECYCLE LINE WHEN A RECYCLE RAN.   *
003960*                             ANY FEED THAT DOES NOT SHOW        *
003970*                             CONVERTED, RECONCILED AND IN       *
003980*                             BALANCE WITH A CONDITION CODE      *
003990*                             UNDER 8 PULLS THE RELEASE.         *
004000*                             THE MASTER CONTROL PROOF LINE      *
004010*                             PULLS IT ONLY WHEN OUT OF BALANCE  *
004020*                             -- AN ESTABLISHING RUN (BALANCED   *
004030*                             COLUMN BLANK) IS NOT A HOLD.       *
004040*                             THE ADDRESS-CHANGE FEED LINE       *
004050*                             CARRIES ITS OWN VERDICT.           *
004060******************************************************************
004070 9200-REPORT-ONE-FEED.
004080
004090     EVALUATE TRUE
004100         WHEN WS-FEED-MCTL-SEEN (WS-FEED-IDX) = "Y"
004110          AND WS-FEED-BALANCED (WS-FEED-IDX) = "Y"
004120             MOVE "MASTER PROVEN" TO WS-RECON-VERDICT
004130         WHEN WS-FEED-MCTL-SEEN (WS-FEED-IDX) = "Y"
004140          AND WS-FEED-BALANCED (WS-FEED-IDX) = SPACE
004150             MOVE "ESTABLISHED"   TO WS-RECON-VERDICT
004160         WHEN WS-FEED-MCTL-SEEN (WS-FEED-IDX) = "Y"
004170             MOVE "OUT OF BALANCE" TO WS-RECON-VERDICT
004180             MOVE "N" TO WS-RELEASE-SWITCH
004190         WHEN WS-FEED-ADRCH-SEEN (WS-FEED-IDX) = "Y"
004200          AND WS-FEED-BALANCED (WS-FEED-IDX) = "Y"
004210             MOVE "IN BALANCE"    TO WS-RECON-VERDICT
004220         WHEN WS-FEED-ADRCH-SEEN (WS-FEED-IDX) = "Y"
004230             MOVE "OUT OF BALANCE" TO WS-RECON-VERDICT
004240             MOVE "N" TO WS-RELEASE-SWITCH
004250         WHEN WS-FEED-CONV-SEEN (WS-FEED-IDX) = "N"
004260             MOVE "NO CONVERSION" TO WS-RECON-VERDICT
004270         WHEN WS-FEED-RECON-SEEN (WS-FEED-IDX) = "N"
004280             MOVE "NO RECON"      TO WS-RECON-VERDICT
004290             MOVE "N" TO WS-RELEASE-SWITCH
004300         WHEN WS-FEED-BALANCED (WS-FEED-IDX) = "Y"
004310             MOVE "IN BALANCE"    TO WS-RECON-VERDICT
004320         WHEN OTHER
004330             MOVE "OUT OF BALANCE" TO WS-RECON-VERDICT
004340             MOVE "N" TO WS-RELEASE-SWITCH
004350     END-EVALUATE.
004360
004370*    A RECYCLE-ONLY ENTRY (NO CONVERSION LINE) IS INFORMATION,
004380*    NOT A HOLD -- THE DAYTIME RECYCLE JOB SHARES THE LAYOUT.
004390     IF WS-FEED-CONV-SEEN (WS-FEED-IDX) = "N"
004400      AND WS-FEED-RECYC-SEEN (WS-FEED-IDX) = "N"
004410      AND WS-FEED-MCTL-SEEN (WS-FEED-IDX) = "N"
004420      AND WS-FEED-ADRCH-SEEN (WS-FEED-IDX) = "N"
004430         MOVE "N" TO WS-RELEASE-SWITCH
004440     END-IF.
004450
004460     IF WS-FEED-WORST-COND (WS-FEED-IDX) >= 8
004470         MOVE "N" TO WS-RELEASE-SWITCH
004480     END-IF.
004490
004500     MOVE WS-FEED-READ (WS-FEED-IDX)     TO WS-COUNT-ED.
004510     MOVE WS-FEED-WRITTEN (WS-FEED-IDX)  TO WS-COUNT2-ED.
004520     MOVE WS-FEED-REJECTED (WS-FEED-IDX) TO WS-COUNT3-ED.
004530
004540     MOVE SPACES TO RPT-RECORD.
004550     STRING
004560         WS-FEED-NAME (WS-FEED-IDX) DELIMITED BY SIZE
004570         "  "                       DELIMITED BY SIZE
004580         WS-COUNT-ED                DELIMITED BY SIZE
004590         "  "                       DELIMITED BY SIZE
004600         WS-COUNT2-ED               DELIMITED BY SIZE
004610         "  "                       DELIMITED BY SIZE
004620         WS-COUNT3-ED               DELIMITED BY SIZE
004630         "  "                       DELIMITED BY SIZE
004640         WS-RECON-VERDICT           DELIMITED BY SIZE
004650         INTO RPT-RECORD.
004660     WRITE RPT-RECORD.
004670
004680     IF WS-FEED-RECYC-SEEN (WS-FEED-IDX) = "Y"
004690         MOVE WS-FEED-RECYC-READ (WS-FEED-IDX)
004700             TO WS-COUNT-ED
004710         MOVE WS-FEED-RECYC-OK (WS-FEED-IDX)
004720             TO WS-COUNT2-ED
004730         MOVE WS-FEED-RECYC-BOUNCE (WS-FEED-IDX)
004740             TO WS-COUNT3-ED
004750         MOVE SPACES TO RPT-RECORD
004760         STRING
004770             "  RECYCLE: READ "   DELIMITED BY SIZE
004780             WS-COUNT-ED          DELIMITED BY SIZE
004790             "  ACCEPTED "        DELIMITED BY SIZE
004800             WS-COUNT2-ED         DELIMITED BY SIZE
004810             "  STILL REJECTED "  DELIMITED BY SIZE
004820             WS-COUNT3-ED         DELIMITED BY SIZE
004830             INTO RPT-RECORD
004840         WRITE RPT-RECORD
004850     END-IF.
004860
004870 9200-EXIT.
004880     EXIT.
