000010******************************************************************
000020*  PROGRAM:   CNVINVRC
000030*  FILE:      cobInvrc.cob
000040*
000050*  AUTHOR:    J. L. MOREIRA -- DATA CONVERSION GROUP
000060*  INSTALLATION: JOGOS DE FERIAS BATCH SERVICES
000070*  DATE-WRITTEN: 2026-10-15
000080*  DATE-COMPILED:
000090*
000100*  PURPOSE.
000110*      MONTHLY RECONCILIATION OF THE LETTER SHOP'S INVOICE AGAINST
000120*      WHAT WE ACTUALLY SENT THEM.  THE INVOICE AND ITS PIECE
000130*      MANIFEST (INVFILE DD, LAYOUT LSINVREC) ARE LOADED AND EACH
000140*      NIGHT THEY BILLED IS MATCHED AGAINST THE FIXED-FORMAT
000150*      OUTFILE VOLUME OF THE LETTER-SHOP FEED FOR THAT NIGHT --
000160*          THE CNVRECON DETAIL COUNT FROM THE NIGHT-CONTROL
000170*          HISTORY (CTLHIST DD, LAYOUT STATREC) WHEN THERE IS ONE
000180*          -- THAT IS THE COUNT PROVEN AGAINST THE OUTFILE ITSELF
000190*          -- OTHERWISE THE WRITTEN COUNT OF THE CONVERT6 RUNS ON
000200*          THE AUDIT LOG (AUDITLOG DD).
000210*      A NIGHT BILLED FOR MORE PIECES THAN WE SENT IS FLAGGED,
000220*      AND EVERY NIGHT SHOWS THE AMOUNT BILLED AGAINST WHAT THE
000230*      PIECES SENT COST AT THE CONTRACT PRICE.
000240*
000250*      WHEN THE MANIFEST CARRIES PIECE LINES, EACH BILLED PIECE
000260*      IS CHECKED AGAINST THE MASTER-UPDATE JOURNAL (JRNLFILE DD)
000270*      -- A RECORD THAT REACHED THE FEED THAT NIGHT WAS WRITTEN OR
000280*      REWRITTEN ON THE MASTER BY THE FEED'S CONVERT6 RUN AND SO
000290*      IS ON THE JOURNAL UNDER THE FEED'S LABEL.  A PIECE WITH NO
000300*      SUCH ENTRY WAS NOT SENT, AND IS LISTED WITH THE REASON --
000310*          SUPPRESSED     THE ACCOUNT WAS MAIL-SUPPRESSED ON THE
000320*                         MASTER (CNVRETSP) BY THAT NIGHT
000330*          CLOSED         THE FEED CLOSED THE ACCOUNT THAT NIGHT
000340*          NOT ON MASTER  NO SUCH ACCOUNT ON THE CUSTOMER MASTER
000350*          BYPASSED       NOT ON THE FEED THAT NIGHT -- NET-CHANGE
000360*                         BYPASS, A REJECT, OR NOT ON THE EXTRACT
000370*      A PIECE BILLED TWICE FOR THE SAME NIGHT IS LISTED TOO.
000380*      THE CHECK NEEDS THE FEED TO RUN IN MASTER-UPDATE MODE, AS
000390*      THE CNVNAME STEP OF CNVNGHT DOES.
000400*
000410*      THE STEP ENDS RC=4 WHEN ANYTHING NEEDS TAKING UP WITH THE
000420*      LETTER SHOP (AN OVERBILLED NIGHT, A DISPUTED PIECE, A
000430*      MANIFEST LINE THAT COULD NOT BE USED OR AN INVOICE THAT
000440*      DOES NOT FOOT), OTHERWISE RC=0.
000450*
000460*      THE PARM IS POSITIONAL --
000470*          POSITIONS 1-6   INVOICE MONTH, CCYYMM
000480*          POSITIONS 7-13  CONTRACT PRICE PER PIECE, 9(3)V9(4)
000490*                          (0004500 = R$ 0,4500)
000500*          POSITIONS 14-53 LETTER-SHOP FEED LABEL -- THE INPUT
000510*                          FILE NAME THE FEED'S CONVERT6 STEP
000520*                          CARRIES IN ITS PARM, AS IT APPEARS ON
000530*                          THE AUDIT LOG, NIGHTCTL AND THE JOURNAL
000540*
000550*  MODIFICATION HISTORY.
000560*  ---------------------------------------------------------------
000570*  DATE       INIT  DESCRIPTION
000580*  2026-10-15  JLM  ORIGINAL PROGRAM -- REPLACES THE FINANCE
000590*                   SPREADSHEET CHECK OF THE LETTER-SHOP INVOICE.
000600******************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID.  CNVINVRC.
000630 AUTHOR.      J. L. MOREIRA.
000640 INSTALLATION. JOGOS DE FERIAS BATCH SERVICES.
000650 DATE-WRITTEN. 2026-10-15.
000660 DATE-COMPILED.
000670
000680 ENVIRONMENT DIVISION.
000690
000700 CONFIGURATION SECTION.
000710 SOURCE-COMPUTER.  GENERIC-PC.
000720 OBJECT-COMPUTER.  GENERIC-PC.
000730
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT INVFILE
000770         ASSIGN TO "INVFILE"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-INVFILE-STATUS.
000800
000810     SELECT AUDITFILE
000820         ASSIGN TO "AUDITLOG"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-AUDITFILE-STATUS.
000850
000860     SELECT STATFILE
000870         ASSIGN TO "CTLHIST"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-STATFILE-STATUS.
000900
000910     SELECT JRNLFILE
000920         ASSIGN TO "JRNLFILE"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-JRNLFILE-STATUS.
000950
000960     SELECT MASTFILE
000970         ASSIGN TO "MASTFILE"
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS RANDOM
001000         RECORD KEY IS MST-ACCOUNT-NO
001010         FILE STATUS IS WS-MASTFILE-STATUS.
001020
001030     SELECT RPTFILE
001040         ASSIGN TO "RPTFILE"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-RPTFILE-STATUS.
001070
001080 DATA DIVISION.
001090 FILE SECTION.
001100
001110 FD  INVFILE
001120     LABEL RECORDS ARE STANDARD.
001130     COPY LSINVREC.
001140
001150*    THE FIELD POSITIONS BELOW MATCH THE LINE CONVERT6 BUILDS
001160*    IN ITS 9200-WRITE-AUDIT-LOG STRING, AS CNVAUDRP READS IT.
001170 FD  AUDITFILE
001180     LABEL RECORDS ARE STANDARD.
001190 01  AUD-RECORD.
001200     05  AUD-DATE.
001210         10  AUD-DATE-CCYY       PIC X(04).
001220         10  FILLER              PIC X(01).
001230         10  AUD-DATE-MM         PIC X(02).
001240         10  FILLER              PIC X(01).
001250         10  AUD-DATE-DD         PIC X(02).
001260     05  FILLER                  PIC X(01).
001270     05  AUD-TIME                PIC X(08).
001280     05  FILLER                  PIC X(06).
001290     05  AUD-USER                PIC X(20).
001300     05  FILLER                  PIC X(04).
001310     05  AUD-IN-DSNAME           PIC X(40).
001320     05  FILLER                  PIC X(05).
001330     05  AUD-OUT-DSNAME          PIC X(40).
001340     05  FILLER                  PIC X(06).
001350     05  AUD-READ-ED             PIC X(11).
001360     05  FILLER                  PIC X(09).
001370     05  AUD-WRITTEN-ED          PIC X(11).
001380     05  FILLER                  PIC X(10).
001390     05  AUD-REJECTED-ED         PIC X(11).
001400     05  FILLER                  PIC X(07).
001410     05  AUD-CHARS-ED            PIC X(11).
001420     05  FILLER                  PIC X(40).
001430
001440 FD  STATFILE
001450     LABEL RECORDS ARE STANDARD.
001460     COPY STATREC.
001470
001480 FD  JRNLFILE
001490     LABEL RECORDS ARE STANDARD.
001500     COPY JRNLREC.
001510
001520 FD  MASTFILE
001530     LABEL RECORDS ARE STANDARD.
001540     COPY MSTREC.
001550
001560 FD  RPTFILE
001570     LABEL RECORDS ARE STANDARD.
001580 01  RPT-RECORD                  PIC X(132).
001590
001600 WORKING-STORAGE SECTION.
001610
001620*---------------------------------------------------------------*
001630*    RUN-TIME PARAMETER -- MONTH, PRICE, FEED LABEL             *
001640*---------------------------------------------------------------*
001650 01  WS-COMMAND-LINE              PIC X(53) VALUE SPACES.
001660 01  WS-COMMAND-LINE-X REDEFINES WS-COMMAND-LINE.
001670     05  CL-INVOICE-MONTH         PIC X(06).
001680     05  CL-PIECE-PRICE           PIC X(07).
001690     05  CL-PIECE-PRICE-N REDEFINES CL-PIECE-PRICE
001700                                  PIC 9(03)V9(04).
001710     05  CL-FEED-LABEL            PIC X(40).
001720
001730 01  WS-INVOICE-MONTH             PIC 9(06) VALUE ZERO.
001740 01  WS-INVOICE-MONTH-X REDEFINES WS-INVOICE-MONTH.
001750     05  WS-INV-CCYY              PIC 9(04).
001760     05  WS-INV-MM                PIC 9(02).
001770 77  WS-PIECE-PRICE               PIC 9(03)V9(04) VALUE ZERO.
001780
001790*---------------------------------------------------------------*
001800*    FILE STATUS FIELDS                                         *
001810*---------------------------------------------------------------*
001820 77  WS-INVFILE-STATUS             PIC X(02) VALUE "00".
001830 77  WS-AUDITFILE-STATUS           PIC X(02) VALUE "00".
001840 77  WS-STATFILE-STATUS            PIC X(02) VALUE "00".
001850 77  WS-JRNLFILE-STATUS            PIC X(02) VALUE "00".
001860 77  WS-MASTFILE-STATUS            PIC X(02) VALUE "00".
001870 77  WS-RPTFILE-STATUS             PIC X(02) VALUE "00".
001880
001890*---------------------------------------------------------------*
001900*    SWITCHES                                                   *
001910*---------------------------------------------------------------*
001920 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
001930     88  WS-END-OF-FILE                   VALUE "Y".
001940 77  WS-HISTORY-SWITCH             PIC X(01) VALUE "Y".
001950     88  WS-HISTORY-PRESENT               VALUE "Y".
001960 77  WS-IN-MONTH-SWITCH            PIC X(01) VALUE "N".
001970     88  WS-DATE-IN-MONTH                 VALUE "Y".
001980 77  WS-PIECE-FOUND-SWITCH         PIC X(01) VALUE "N".
001990     88  WS-PIECE-FOUND                   VALUE "Y".
002000 77  WS-PROBE-DONE-SWITCH          PIC X(01) VALUE "N".
002010     88  WS-PROBE-DONE                    VALUE "Y".
002020 77  WS-HEADER-SWITCH              PIC X(01) VALUE "N".
002030     88  WS-HEADER-SEEN                   VALUE "Y".
002040 77  WS-TRAILER-SWITCH             PIC X(01) VALUE "N".
002050     88  WS-TRAILER-SEEN                  VALUE "Y".
002060 77  WS-FOOT-SWITCH                PIC X(01) VALUE "Y".
002070     88  WS-INVOICE-FOOTS                 VALUE "Y".
002080
002090*---------------------------------------------------------------*
002100*    COUNTERS AND WORK FIELDS                                   *
002110*---------------------------------------------------------------*
002120 77  WS-INV-LINE-COUNT             PIC 9(08) COMP VALUE ZERO.
002130 77  WS-NIGHT-LINE-COUNT           PIC 9(08) COMP VALUE ZERO.
002140 77  WS-PIECE-LINE-COUNT           PIC 9(08) COMP VALUE ZERO.
002150 77  WS-BAD-LINE-COUNT             PIC 9(08) COMP VALUE ZERO.
002160 77  WS-TWICE-COUNT                PIC 9(08) COMP VALUE ZERO.
002170 77  WS-SUPPRESSED-COUNT           PIC 9(08) COMP VALUE ZERO.
002180 77  WS-CLOSED-COUNT               PIC 9(08) COMP VALUE ZERO.
002190 77  WS-NO-MASTER-COUNT            PIC 9(08) COMP VALUE ZERO.
002200 77  WS-BYPASSED-COUNT             PIC 9(08) COMP VALUE ZERO.
002210 77  WS-SUPPORTED-COUNT            PIC 9(08) COMP VALUE ZERO.
002220 77  WS-DISPUTED-COUNT             PIC 9(08) COMP VALUE ZERO.
002230 77  WS-OVERBILLED-NIGHTS          PIC 9(08) COMP VALUE ZERO.
002240 77  WS-AUDIT-READ-COUNT           PIC 9(08) COMP VALUE ZERO.
002250 77  WS-HISTORY-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
002260 77  WS-JOURNAL-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
002270 77  WS-TOTAL-BILLED-PIECES        PIC 9(10) COMP VALUE ZERO.
002280 77  WS-TOTAL-SENT-PIECES          PIC 9(10) COMP VALUE ZERO.
002290 77  WS-TOTAL-OVER-PIECES          PIC 9(10) COMP VALUE ZERO.
002300 77  WS-SENT-PIECES                PIC 9(08) COMP VALUE ZERO.
002310 77  WS-OVER-PIECES                PIC 9(08) COMP VALUE ZERO.
002320 77  WS-DAY-SUB                    PIC 9(02) VALUE ZERO.
002330 77  WS-DAYS-IN-MONTH              PIC 9(02) VALUE ZERO.
002340 77  WS-LEAP-REMAINDER             PIC 9(04) COMP VALUE ZERO.
002350 77  WS-LEAP-QUOTIENT              PIC 9(04) COMP VALUE ZERO.
002360 77  WS-EDITED-WORK                PIC X(11) VALUE SPACES.
002370 77  WS-EDITED-NUMBER              PIC 9(08) COMP VALUE ZERO.
002380 77  WS-EDITED-SUB                 PIC 9(02) COMP VALUE ZERO.
002390 77  WS-EDITED-DIGIT               PIC 9(01) VALUE ZERO.
002400 77  WS-FIND-ACCOUNT-NO            PIC 9(08) VALUE ZERO.
002410 77  WS-FIND-DAY                   PIC 9(02) VALUE ZERO.
002420 77  WS-PIECE-REASON               PIC X(40) VALUE SPACES.
002430 77  WS-NIGHT-NOTE                 PIC X(16) VALUE SPACES.
002440 77  WS-SENT-SOURCE                PIC X(05) VALUE SPACES.
002450
002460 01  WS-DATE-IN                    PIC 9(08) VALUE ZERO.
002470 01  WS-DATE-IN-X REDEFINES WS-DATE-IN.
002480     05  WS-DIN-MONTH              PIC 9(06).
002490     05  WS-DIN-DD                 PIC 9(02).
002500
002510*    AMOUNTS ARE IN REAIS, TWO DECIMALS.
002520 77  WS-TOTAL-TRL-PIECES           PIC 9(10) COMP VALUE ZERO.
002530 77  WS-TOTAL-BILLED-AMOUNT        PIC S9(11)V99 VALUE ZERO.
002540 77  WS-TOTAL-SHOULD-AMOUNT        PIC S9(11)V99 VALUE ZERO.
002550 77  WS-TOTAL-DIFF-AMOUNT          PIC S9(11)V99 VALUE ZERO.
002560 77  WS-TOTAL-OVER-AMOUNT          PIC S9(11)V99 VALUE ZERO.
002570 77  WS-DISPUTED-AMOUNT            PIC S9(11)V99 VALUE ZERO.
002580 77  WS-SHOULD-AMOUNT              PIC S9(11)V99 VALUE ZERO.
002590 77  WS-DIFF-AMOUNT                PIC S9(11)V99 VALUE ZERO.
002600
002610*---------------------------------------------------------------*
002620*    ONE ENTRY PER DAY OF THE INVOICE MONTH -- WHAT WAS BILLED  *
002630*    FOR THE FILE OF THAT DATE AND WHAT WE SENT                 *
002640*---------------------------------------------------------------*
002650 01  WS-NIGHT-TABLE.
002660     05  WS-NIGHT-ENTRY OCCURS 31 TIMES.
002670         10  WS-NGT-LINE-COUNT     PIC 9(04) COMP.
002680         10  WS-NGT-BILLED-PIECES  PIC 9(08) COMP.
002690         10  WS-NGT-BILLED-AMOUNT  PIC S9(11)V99.
002700         10  WS-NGT-AUDIT-RUNS     PIC 9(04) COMP.
002710         10  WS-NGT-AUDIT-WRITTEN  PIC 9(08) COMP.
002720         10  WS-NGT-RECON-SEEN     PIC X(01).
002730         10  WS-NGT-RECON-WRITTEN  PIC 9(08) COMP.
002740         10  WS-NGT-RECON-BALANCED PIC X(01).
002750         10  WS-NGT-DISPUTED       PIC 9(08) COMP.
002760
002770*---------------------------------------------------------------*
002780*    BILLED-PIECE REGISTRY -- ONE SLOT PER PIECE LINE, HASHED   *
002790*    ON ACCOUNT NUMBER AND DAY THE SAME WAY CONVERT6 HASHES ITS *
002800*    DUPLICATE-ACCOUNT REGISTRY (KEY MOD A PRIME TABLE SIZE,    *
002810*    LINEAR PROBING, STOP AT 90 PERCENT LOAD).  WS-PCE-STATUS --*
002820*        B  BILLED, NOTHING FOUND YET   S  SENT THAT NIGHT      *
002830*        D  CLOSED BY THE FEED THAT NIGHT                       *
002840*        U  SUPPRESSED   M  NOT ON MASTER   Y  BYPASSED         *
002850*---------------------------------------------------------------*
002860 01  WS-PIECE-REGISTRY.
002870     05  WS-PCE-ENTRY-COUNT        PIC 9(08) COMP VALUE ZERO.
002880     05  WS-PCE-ENTRY OCCURS 1000003 TIMES.
002890         10  WS-PCE-USED           PIC X(01).
002900         10  WS-PCE-ACCOUNT-NO     PIC 9(08) COMP.
002910         10  WS-PCE-DAY            PIC 9(02) COMP.
002920         10  WS-PCE-STATUS         PIC X(01).
002930
002940 77  WS-PCE-TABLE-SIZE             PIC 9(08) COMP VALUE 1000003.
002950 77  WS-PCE-MAX-LOAD               PIC 9(08) COMP VALUE 900000.
002960 77  WS-PCE-SLOT                   PIC 9(08) COMP VALUE ZERO.
002970 77  WS-PCE-PROBE-COUNT            PIC 9(08) COMP VALUE ZERO.
002980 77  WS-PCE-HASH-KEY               PIC 9(10) COMP VALUE ZERO.
002990 77  WS-PCE-HASH-QUOT              PIC 9(10) COMP VALUE ZERO.
003000
003010*---------------------------------------------------------------*
003020*    REPORT WORK AREAS                                          *
003030*---------------------------------------------------------------*
003040 01  WS-COUNT-ED                   PIC ZZZ,ZZZ,ZZ9.
003050 01  WS-AMOUNT-ED                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003060 01  WS-PRICE-ED                   PIC ZZ9.9999.
003070
003080 01  WS-NIGHT-LINE.
003090     05  NTL-DATE                  PIC X(10).
003100     05  FILLER                    PIC X(02).
003110     05  NTL-BILLED                PIC ZZ,ZZZ,ZZ9.
003120     05  FILLER                    PIC X(02).
003130     05  NTL-SENT                  PIC ZZ,ZZZ,ZZ9.
003140     05  FILLER                    PIC X(02).
003150     05  NTL-SOURCE                PIC X(05).
003160     05  FILLER                    PIC X(02).
003170     05  NTL-OVER                  PIC ZZ,ZZZ,ZZ9.
003180     05  FILLER                    PIC X(02).
003190     05  NTL-DISPUTED              PIC ZZ,ZZZ,ZZ9.
003200     05  FILLER                    PIC X(02).
003210     05  NTL-BILLED-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
003220     05  FILLER                    PIC X(02).
003230     05  NTL-SHOULD-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
003240     05  FILLER                    PIC X(02).
003250     05  NTL-DIFF-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
003260     05  FILLER                    PIC X(02).
003270     05  NTL-NOTE                  PIC X(16).
003280
003290 PROCEDURE DIVISION.
003300
003310******************************************************************
003320*    0000-MAINLINE                                               *
003330******************************************************************
003340 0000-MAINLINE.
003350
003360     PERFORM 1000-INITIALIZE
003370         THRU 1000-EXIT.
003380
003390     MOVE "N" TO WS-EOF-SWITCH.
003400     PERFORM 2000-LOAD-INVOICE
003410         THRU 2000-EXIT
003420         UNTIL WS-END-OF-FILE.
003430
003440     PERFORM 3000-LOAD-AUDIT-LOG
003450         THRU 3000-EXIT.
003460
003470     PERFORM 3500-LOAD-CONTROL-HISTORY
003480         THRU 3500-EXIT.
003490
003500     IF WS-PCE-ENTRY-COUNT > ZERO
003510         PERFORM 4000-SWEEP-JOURNAL
003520             THRU 4000-EXIT
003530         PERFORM 5000-CLASSIFY-PIECES
003540             THRU 5000-EXIT
003550     END-IF.
003560
003570     PERFORM 9000-TERMINATE
003580         THRU 9000-EXIT.
003590
003600     STOP RUN.
003610
003620******************************************************************
003630*    1000-INITIALIZE -- PARSE PARM, CLEAR THE TABLES, OPEN FILES *
003640******************************************************************
003650 1000-INITIALIZE.
003660
003670     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
003680
003690     IF CL-INVOICE-MONTH NOT NUMERIC
003700         DISPLAY
003710             "CNVINVRC - INVOICE MONTH (CCYYMM) MISSING OR BAD "
003720             "IN PARM: " CL-INVOICE-MONTH
003730         MOVE 16 TO RETURN-CODE
003740         STOP RUN
003750     END-IF.
003760     MOVE CL-INVOICE-MONTH TO WS-INVOICE-MONTH.
003770
003780     IF WS-INV-MM < 01 OR WS-INV-MM > 12
003790         DISPLAY
003800             "CNVINVRC - INVOICE MONTH OUT OF RANGE: "
003810             CL-INVOICE-MONTH
003820         MOVE 16 TO RETURN-CODE
003830         STOP RUN
003840     END-IF.
003850
003860     IF CL-PIECE-PRICE NOT NUMERIC
003870         DISPLAY
003880             "CNVINVRC - CONTRACT PRICE MISSING OR BAD IN PARM: "
003890             CL-PIECE-PRICE
003900         MOVE 16 TO RETURN-CODE
003910         STOP RUN
003920     END-IF.
003930     MOVE CL-PIECE-PRICE-N TO WS-PIECE-PRICE.
003940
003950     IF CL-FEED-LABEL = SPACES
003960         DISPLAY "CNVINVRC - FEED LABEL MISSING IN PARM"
003970         MOVE 16 TO RETURN-CODE
003980         STOP RUN
003990     END-IF.
004000
004010     PERFORM 1200-SET-DAYS-IN-MONTH
004020         THRU 1200-EXIT.
004030
004040     PERFORM 1300-CLEAR-NIGHT
004050         THRU 1300-EXIT
004060         VARYING WS-DAY-SUB FROM 1 BY 1
004070         UNTIL WS-DAY-SUB > 31.
004080
004090     PERFORM 1400-CLEAR-ONE-SLOT
004100         THRU 1400-EXIT
004110         VARYING WS-PCE-SLOT FROM 1 BY 1
004120         UNTIL WS-PCE-SLOT > WS-PCE-TABLE-SIZE.
004130
004140     OPEN OUTPUT RPTFILE.
004150     IF WS-RPTFILE-STATUS NOT = "00"
004160         DISPLAY
004170             "CNVINVRC - UNABLE TO OPEN RPTFILE - STATUS "
004180             WS-RPTFILE-STATUS
004190         MOVE 16 TO RETURN-CODE
004200         STOP RUN
004210     END-IF.
004220
004230     MOVE "CNVINVRC - LETTER-SHOP INVOICE RECONCILIATION"
004240         TO RPT-RECORD.
004250     WRITE RPT-RECORD.
004260
004270     MOVE SPACES TO RPT-RECORD.
004280     STRING "INVOICE MONTH " CL-INVOICE-MONTH
004290         "   FEED " CL-FEED-LABEL
004300         DELIMITED BY SIZE INTO RPT-RECORD.
004310     WRITE RPT-RECORD.
004320
004330     MOVE SPACES TO RPT-RECORD.
004340     WRITE RPT-RECORD.
004350
004360     OPEN INPUT INVFILE.
004370     IF WS-INVFILE-STATUS NOT = "00"
004380         DISPLAY
004390             "CNVINVRC - UNABLE TO OPEN INVFILE - STATUS "
004400             WS-INVFILE-STATUS
004410         MOVE 16 TO RETURN-CODE
004420         STOP RUN
004430     END-IF.
004440
004450 1000-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490*    1200-SET-DAYS-IN-MONTH -- CALENDAR LENGTH OF THE INVOICE    *
004500*                               MONTH, LEAP FEBRUARY INCLUDED    *
004510******************************************************************
004520 1200-SET-DAYS-IN-MONTH.
004530
004540     EVALUATE WS-INV-MM
004550         WHEN 01
004560         WHEN 03
004570         WHEN 05
004580         WHEN 07
004590         WHEN 08
004600         WHEN 10
004610         WHEN 12
004620             MOVE 31 TO WS-DAYS-IN-MONTH
004630         WHEN 04
004640         WHEN 06
004650         WHEN 09
004660         WHEN 11
004670             MOVE 30 TO WS-DAYS-IN-MONTH
004680         WHEN 02
004690             MOVE 28 TO WS-DAYS-IN-MONTH
004700             DIVIDE WS-INV-CCYY BY 4
004710                 GIVING WS-LEAP-QUOTIENT
004720                 REMAINDER WS-LEAP-REMAINDER
004730             IF WS-LEAP-REMAINDER = ZERO
004740                 MOVE 29 TO WS-DAYS-IN-MONTH
004750                 DIVIDE WS-INV-CCYY BY 100
004760                     GIVING WS-LEAP-QUOTIENT
004770                     REMAINDER WS-LEAP-REMAINDER
004780                 IF WS-LEAP-REMAINDER = ZERO
004790                     MOVE 28 TO WS-DAYS-IN-MONTH
004800                     DIVIDE WS-INV-CCYY BY 400
004810                         GIVING WS-LEAP-QUOTIENT
004820                         REMAINDER WS-LEAP-REMAINDER
004830                     IF WS-LEAP-REMAINDER = ZERO
004840                         MOVE 29 TO WS-DAYS-IN-MONTH
004850                     END-IF
004860                 END-IF
004870             END-IF
004880     END-EVALUATE.
004890
004900 1200-EXIT.
004910     EXIT.
004920
004930 1300-CLEAR-NIGHT.
004940
004950     MOVE ZERO TO WS-NGT-LINE-COUNT (WS-DAY-SUB).
004960     MOVE ZERO TO WS-NGT-BILLED-PIECES (WS-DAY-SUB).
004970     MOVE ZERO TO WS-NGT-BILLED-AMOUNT (WS-DAY-SUB).
004980     MOVE ZERO TO WS-NGT-AUDIT-RUNS (WS-DAY-SUB).
004990     MOVE ZERO TO WS-NGT-AUDIT-WRITTEN (WS-DAY-SUB).
005000     MOVE "N"  TO WS-NGT-RECON-SEEN (WS-DAY-SUB).
005010     MOVE ZERO TO WS-NGT-RECON-WRITTEN (WS-DAY-SUB).
005020     MOVE SPACE TO WS-NGT-RECON-BALANCED (WS-DAY-SUB).
005030     MOVE ZERO TO WS-NGT-DISPUTED (WS-DAY-SUB).
005040
005050 1300-EXIT.
005060     EXIT.
005070
005080*    THE HASH PROBE RELIES ON THE USED FLAG, NOT ON STORAGE
005090*    HAPPENING TO START CLEAN.
005100 1400-CLEAR-ONE-SLOT.
005110
005120     MOVE "N" TO WS-PCE-USED (WS-PCE-SLOT).
005130
005140 1400-EXIT.
005150     EXIT.
005160
005170******************************************************************
005180*    2000-LOAD-INVOICE -- ONE MANIFEST LINE.  A LINE THAT CANNOT *
005190*                         BE USED IS LISTED AND LEFT OUT OF THE  *
005200*                         RECONCILIATION.                        *
005210******************************************************************
005220 2000-LOAD-INVOICE.
005230
005240     READ INVFILE
005250         AT END
005260             MOVE "Y" TO WS-EOF-SWITCH
005270             GO TO 2000-EXIT
005280     END-READ.
005290
005300     IF WS-TRAILER-SEEN
005310         MOVE "LINE AFTER THE TRAILER" TO WS-PIECE-REASON
005320         PERFORM 2900-LIST-BAD-LINE
005330             THRU 2900-EXIT
005340         GO TO 2000-EXIT
005350     END-IF.
005360
005370     EVALUATE TRUE
005380         WHEN LSI-HEADER
005390             ADD 1 TO WS-INV-LINE-COUNT
005400             PERFORM 2100-TAKE-HEADER
005410                 THRU 2100-EXIT
005420         WHEN LSI-NIGHT
005430             ADD 1 TO WS-INV-LINE-COUNT
005440             PERFORM 2200-TAKE-NIGHT
005450                 THRU 2200-EXIT
005460         WHEN LSI-PIECE
005470             ADD 1 TO WS-INV-LINE-COUNT
005480             PERFORM 2300-TAKE-PIECE
005490                 THRU 2300-EXIT
005500         WHEN LSI-TRAILER
005510             PERFORM 2400-TAKE-TRAILER
005520                 THRU 2400-EXIT
005530         WHEN OTHER
005540             ADD 1 TO WS-INV-LINE-COUNT
005550             MOVE "UNKNOWN LINE TYPE" TO WS-PIECE-REASON
005560             PERFORM 2900-LIST-BAD-LINE
005570                 THRU 2900-EXIT
005580     END-EVALUATE.
005590
005600 2000-EXIT.
005610     EXIT.
005620
005630 2100-TAKE-HEADER.
005640
005650     MOVE "Y" TO WS-HEADER-SWITCH.
005660
005670     MOVE SPACES TO RPT-RECORD.
005680     STRING "INVOICE " LSI-INVOICE-NO
005690         "   DATED " LSI-INVOICE-DATE
005700         "   BILLING MONTH " LSI-BILLING-MONTH
005710         DELIMITED BY SIZE INTO RPT-RECORD.
005720     WRITE RPT-RECORD.
005730
005740     IF LSI-BILLING-MONTH NOT NUMERIC
005750      OR LSI-BILLING-MONTH NOT = WS-INVOICE-MONTH
005760         MOVE "*** INVOICE BILLING MONTH IS NOT THE PARM MONTH"
005770             TO RPT-RECORD
005780         WRITE RPT-RECORD
005790         MOVE "N" TO WS-FOOT-SWITCH
005800     END-IF.
005810
005820 2100-EXIT.
005830     EXIT.
005840
005850 2200-TAKE-NIGHT.
005860
005870     IF LSI-NGT-FILE-DATE NOT NUMERIC
005880      OR LSI-NGT-PIECES NOT NUMERIC
005890      OR LSI-NGT-AMOUNT NOT NUMERIC
005900         MOVE "NIGHT LINE NOT NUMERIC" TO WS-PIECE-REASON
005910         PERFORM 2900-LIST-BAD-LINE
005920             THRU 2900-EXIT
005930         GO TO 2200-EXIT
005940     END-IF.
005950
005960     MOVE LSI-NGT-FILE-DATE TO WS-DATE-IN.
005970     PERFORM 8200-CHECK-DATE
005980         THRU 8200-EXIT.
005990     IF NOT WS-DATE-IN-MONTH
006000         MOVE "FILE DATE NOT IN THE INVOICE MONTH"
006010             TO WS-PIECE-REASON
006020         PERFORM 2900-LIST-BAD-LINE
006030             THRU 2900-EXIT
006040         GO TO 2200-EXIT
006050     END-IF.
006060
006070     ADD 1 TO WS-NIGHT-LINE-COUNT.
006080     ADD 1 TO WS-NGT-LINE-COUNT (WS-DAY-SUB).
006090     ADD LSI-NGT-PIECES TO WS-NGT-BILLED-PIECES (WS-DAY-SUB).
006100     ADD LSI-NGT-AMOUNT TO WS-NGT-BILLED-AMOUNT (WS-DAY-SUB).
006110     ADD LSI-NGT-PIECES TO WS-TOTAL-TRL-PIECES.
006120
006130 2200-EXIT.
006140     EXIT.
006150
006160 2300-TAKE-PIECE.
006170
006180     IF LSI-PCE-FILE-DATE NOT NUMERIC
006190      OR LSI-PCE-ACCOUNT-NO NOT NUMERIC
006200         MOVE "PIECE LINE NOT NUMERIC" TO WS-PIECE-REASON
006210         PERFORM 2900-LIST-BAD-LINE
006220             THRU 2900-EXIT
006230         GO TO 2300-EXIT
006240     END-IF.
006250
006260     MOVE LSI-PCE-FILE-DATE TO WS-DATE-IN.
006270     PERFORM 8200-CHECK-DATE
006280         THRU 8200-EXIT.
006290     IF NOT WS-DATE-IN-MONTH
006300         MOVE "FILE DATE NOT IN THE INVOICE MONTH"
006310             TO WS-PIECE-REASON
006320         PERFORM 2900-LIST-BAD-LINE
006330             THRU 2900-EXIT
006340         GO TO 2300-EXIT
006350     END-IF.
006360
006370     ADD 1 TO WS-PIECE-LINE-COUNT.
006380
006390     MOVE LSI-PCE-ACCOUNT-NO TO WS-FIND-ACCOUNT-NO.
006400     MOVE WS-DAY-SUB         TO WS-FIND-DAY.
006410     PERFORM 6000-LOOK-UP-PIECE
006420         THRU 6000-EXIT.
006430
006440*    THE SAME ACCOUNT BILLED TWICE ON ONE NIGHT'S FILE -- WE SEND
006450*    AN ACCOUNT AT MOST ONCE A NIGHT, SO THE REPEAT IS DISPUTED.
006460     IF WS-PIECE-FOUND
006470         ADD 1 TO WS-TWICE-COUNT
006480         ADD 1 TO WS-DISPUTED-COUNT
006490         ADD 1 TO WS-NGT-DISPUTED (WS-DAY-SUB)
006500         MOVE SPACES TO RPT-RECORD
006510         STRING "PIECE BILLED TWICE ....... FILE DATE "
006520             LSI-PCE-FILE-DATE " ACCOUNT " LSI-PCE-ACCOUNT-NO
006530             DELIMITED BY SIZE INTO RPT-RECORD
006540         WRITE RPT-RECORD
006550         GO TO 2300-EXIT
006560     END-IF.
006570
006580     PERFORM 6100-REGISTER-PIECE
006590         THRU 6100-EXIT.
006600
006610 2300-EXIT.
006620     EXIT.
006630
006640*    THE TRAILER FOOTS THE INVOICE -- LINES BEFORE IT, PIECES
006650*    AND AMOUNT OVER THE NIGHT LINES.  A LINE THAT COULD NOT BE
006660*    USED STILL COUNTS AS A LINE BUT ADDS NO PIECES OR AMOUNT.
006670 2400-TAKE-TRAILER.
006680
006690     MOVE "Y" TO WS-TRAILER-SWITCH.
006700
006710     IF LSI-TRL-LINE-COUNT NOT NUMERIC
006720      OR LSI-TRL-PIECES NOT NUMERIC
006730      OR LSI-TRL-AMOUNT NOT NUMERIC
006740         MOVE "TRAILER NOT NUMERIC" TO WS-PIECE-REASON
006750         PERFORM 2900-LIST-BAD-LINE
006760             THRU 2900-EXIT
006770         MOVE "N" TO WS-FOOT-SWITCH
006780         GO TO 2400-EXIT
006790     END-IF.
006800
006810     IF LSI-TRL-LINE-COUNT NOT = WS-INV-LINE-COUNT
006820         MOVE WS-INV-LINE-COUNT TO WS-COUNT-ED
006830         MOVE SPACES TO RPT-RECORD
006840         STRING "*** TRAILER LINE COUNT " LSI-TRL-LINE-COUNT
006850             " - LINES READ " WS-COUNT-ED " ***"
006860             DELIMITED BY SIZE INTO RPT-RECORD
006870         WRITE RPT-RECORD
006880         MOVE "N" TO WS-FOOT-SWITCH
006890     END-IF.
006900
006910     IF LSI-TRL-PIECES NOT = WS-TOTAL-TRL-PIECES
006920         MOVE WS-TOTAL-TRL-PIECES TO WS-COUNT-ED
006930         MOVE SPACES TO RPT-RECORD
006940         STRING "*** TRAILER PIECES " LSI-TRL-PIECES
006950             " - NIGHT LINES ADD TO " WS-COUNT-ED " ***"
006960             DELIMITED BY SIZE INTO RPT-RECORD
006970         WRITE RPT-RECORD
006980         MOVE "N" TO WS-FOOT-SWITCH
006990     END-IF.
007000
007010     MOVE ZERO TO WS-TOTAL-BILLED-AMOUNT.
007020     PERFORM 2410-ADD-NIGHT-AMOUNT
007030         THRU 2410-EXIT
007040         VARYING WS-DAY-SUB FROM 1 BY 1
007050         UNTIL WS-DAY-SUB > WS-DAYS-IN-MONTH.
007060
007070     IF LSI-TRL-AMOUNT NOT = WS-TOTAL-BILLED-AMOUNT
007080         MOVE WS-TOTAL-BILLED-AMOUNT TO WS-AMOUNT-ED
007090         MOVE SPACES TO RPT-RECORD
007100         STRING "*** TRAILER AMOUNT DOES NOT EQUAL THE NIGHT "
007110             "LINES - NIGHT LINES ADD TO " WS-AMOUNT-ED " ***"
007120             DELIMITED BY SIZE INTO RPT-RECORD
007130         WRITE RPT-RECORD
007140         MOVE "N" TO WS-FOOT-SWITCH
007150     END-IF.
007160
007170 2400-EXIT.
007180     EXIT.
007190
007200 2410-ADD-NIGHT-AMOUNT.
007210
007220     ADD WS-NGT-BILLED-AMOUNT (WS-DAY-SUB)
007230         TO WS-TOTAL-BILLED-AMOUNT.
007240
007250 2410-EXIT.
007260     EXIT.
007270
007280 2900-LIST-BAD-LINE.
007290
007300     ADD 1 TO WS-BAD-LINE-COUNT.
007310
007320     MOVE SPACES TO RPT-RECORD.
007330     STRING "LINE NOT USED - " WS-PIECE-REASON ": " LSI-RECORD
007340         DELIMITED BY SIZE INTO RPT-RECORD.
007350     WRITE RPT-RECORD.
007360
007370 2900-EXIT.
007380     EXIT.
007390
007400******************************************************************
007410*    3000-LOAD-AUDIT-LOG -- THE WRITTEN COUNT OF EVERY CONVERT6  *
007420*                           RUN OF THE FEED IN THE MONTH, BY DAY *
007430******************************************************************
007440 3000-LOAD-AUDIT-LOG.
007450
007460     OPEN INPUT AUDITFILE.
007470     IF WS-AUDITFILE-STATUS NOT = "00"
007480         DISPLAY
007490             "CNVINVRC - UNABLE TO OPEN AUDITLOG - STATUS "
007500             WS-AUDITFILE-STATUS
007510         MOVE 16 TO RETURN-CODE
007520         STOP RUN
007530     END-IF.
007540
007550     MOVE "N" TO WS-EOF-SWITCH.
007560     PERFORM 3100-READ-AUDIT-LINE
007570         THRU 3100-EXIT
007580         UNTIL WS-END-OF-FILE.
007590
007600     CLOSE AUDITFILE.
007610
007620 3000-EXIT.
007630     EXIT.
007640
007650 3100-READ-AUDIT-LINE.
007660
007670     READ AUDITFILE
007680         AT END
007690             MOVE "Y" TO WS-EOF-SWITCH
007700             GO TO 3100-EXIT
007710     END-READ.
007720
007730     ADD 1 TO WS-AUDIT-READ-COUNT.
007740
007750     IF AUD-IN-DSNAME NOT = CL-FEED-LABEL
007760         GO TO 3100-EXIT
007770     END-IF.
007780
007790     IF AUD-DATE-CCYY NOT NUMERIC
007800      OR AUD-DATE-MM NOT NUMERIC
007810      OR AUD-DATE-DD NOT NUMERIC
007820         GO TO 3100-EXIT
007830     END-IF.
007840
007850     MOVE AUD-DATE-CCYY TO WS-DATE-IN (1:4).
007860     MOVE AUD-DATE-MM   TO WS-DATE-IN (5:2).
007870     MOVE AUD-DATE-DD   TO WS-DATE-IN (7:2).
007880     PERFORM 8200-CHECK-DATE
007890         THRU 8200-EXIT.
007900     IF NOT WS-DATE-IN-MONTH
007910         GO TO 3100-EXIT
007920     END-IF.
007930
007940     MOVE AUD-WRITTEN-ED TO WS-EDITED-WORK.
007950     PERFORM 8100-EDITED-TO-NUMBER
007960         THRU 8100-EXIT.
007970
007980     ADD 1 TO WS-NGT-AUDIT-RUNS (WS-DAY-SUB).
007990     ADD WS-EDITED-NUMBER TO WS-NGT-AUDIT-WRITTEN (WS-DAY-SUB).
008000
008010 3100-EXIT.
008020     EXIT.
008030
008040******************************************************************
008050*    3500-LOAD-CONTROL-HISTORY -- THE CNVRECON LINE OF THE FEED  *
008060*                                 FOR EACH NIGHT OF THE MONTH.   *
008070*                                 A RE-RUN RECOUNTS THE WHOLE    *
008080*                                 OUTFILE, SO THE LAST LINE OF A *
008090*                                 DAY STANDS.                    *
008100******************************************************************
008110 3500-LOAD-CONTROL-HISTORY.
008120
008130     OPEN INPUT STATFILE.
008140     IF WS-STATFILE-STATUS = "35"
008150         MOVE "N" TO WS-HISTORY-SWITCH
008160         GO TO 3500-EXIT
008170     END-IF.
008180     IF WS-STATFILE-STATUS NOT = "00"
008190         DISPLAY
008200             "CNVINVRC - UNABLE TO OPEN CTLHIST - STATUS "
008210             WS-STATFILE-STATUS
008220         MOVE 16 TO RETURN-CODE
008230         STOP RUN
008240     END-IF.
008250
008260     MOVE "N" TO WS-EOF-SWITCH.
008270     PERFORM 3600-READ-HISTORY-LINE
008280         THRU 3600-EXIT
008290         UNTIL WS-END-OF-FILE.
008300
008310     CLOSE STATFILE.
008320
008330 3500-EXIT.
008340     EXIT.
008350
008360 3600-READ-HISTORY-LINE.
008370
008380     READ STATFILE
008390         AT END
008400             MOVE "Y" TO WS-EOF-SWITCH
008410             GO TO 3600-EXIT
008420     END-READ.
008430
008440     ADD 1 TO WS-HISTORY-READ-COUNT.
008450
008460     IF STA-PROGRAM NOT = "CNVRECON"
008470      OR STA-FEED NOT = CL-FEED-LABEL
008480      OR STA-DATE NOT NUMERIC
008490      OR STA-WRITTEN-COUNT NOT NUMERIC
008500         GO TO 3600-EXIT
008510     END-IF.
008520
008530     MOVE STA-DATE TO WS-DATE-IN.
008540     PERFORM 8200-CHECK-DATE
008550         THRU 8200-EXIT.
008560     IF NOT WS-DATE-IN-MONTH
008570         GO TO 3600-EXIT
008580     END-IF.
008590
008600     MOVE "Y"               TO WS-NGT-RECON-SEEN (WS-DAY-SUB).
008610     MOVE STA-WRITTEN-COUNT TO WS-NGT-RECON-WRITTEN (WS-DAY-SUB).
008620     MOVE STA-BALANCED      TO WS-NGT-RECON-BALANCED (WS-DAY-SUB).
008630
008640 3600-EXIT.
008650     EXIT.
008660
008670******************************************************************
008680*    4000-SWEEP-JOURNAL -- MARK EVERY BILLED PIECE THE FEED      *
008690*                          WROTE OR CLOSED ON THE MASTER THAT    *
008700*                          NIGHT                                 *
008710******************************************************************
008720 4000-SWEEP-JOURNAL.
008730
008740     OPEN INPUT JRNLFILE.
008750     IF WS-JRNLFILE-STATUS NOT = "00"
008760         DISPLAY
008770             "CNVINVRC - UNABLE TO OPEN JRNLFILE - STATUS "
008780             WS-JRNLFILE-STATUS
008790         MOVE 16 TO RETURN-CODE
008800         STOP RUN
008810     END-IF.
008820
008830     MOVE "N" TO WS-EOF-SWITCH.
008840     PERFORM 4100-READ-JOURNAL
008850         THRU 4100-EXIT
008860         UNTIL WS-END-OF-FILE.
008870
008880     CLOSE JRNLFILE.
008890
008900 4000-EXIT.
008910     EXIT.
008920
008930 4100-READ-JOURNAL.
008940
008950     READ JRNLFILE
008960         AT END
008970             MOVE "Y" TO WS-EOF-SWITCH
008980             GO TO 4100-EXIT
008990     END-READ.
009000
009010     ADD 1 TO WS-JOURNAL-READ-COUNT.
009020
009030     IF JRN-INPUT-DSNAME NOT = CL-FEED-LABEL
009040      OR JRN-DATE NOT NUMERIC
009050      OR JRN-ACCOUNT-NO NOT NUMERIC
009060         GO TO 4100-EXIT
009070     END-IF.
009080
009090     MOVE JRN-DATE TO WS-DATE-IN.
009100     PERFORM 8200-CHECK-DATE
009110         THRU 8200-EXIT.
009120     IF NOT WS-DATE-IN-MONTH
009130         GO TO 4100-EXIT
009140     END-IF.
009150
009160     MOVE JRN-ACCOUNT-NO TO WS-FIND-ACCOUNT-NO.
009170     MOVE WS-DAY-SUB     TO WS-FIND-DAY.
009180     PERFORM 6000-LOOK-UP-PIECE
009190         THRU 6000-EXIT.
009200     IF NOT WS-PIECE-FOUND
009210         GO TO 4100-EXIT
009220     END-IF.
009230
009240     IF JRN-ACTION-DELETE
009250         IF WS-PCE-STATUS (WS-PCE-SLOT) NOT = "S"
009260             MOVE "D" TO WS-PCE-STATUS (WS-PCE-SLOT)
009270         END-IF
009280     ELSE
009290         MOVE "S" TO WS-PCE-STATUS (WS-PCE-SLOT)
009300     END-IF.
009310
009320 4100-EXIT.
009330     EXIT.
009340
009350******************************************************************
009360*    5000-CLASSIFY-PIECES -- GIVE EVERY BILLED PIECE THE JOURNAL *
009370*                            DID NOT ACCOUNT FOR ITS REASON      *
009380******************************************************************
009390 5000-CLASSIFY-PIECES.
009400
009410     OPEN INPUT MASTFILE.
009420     IF WS-MASTFILE-STATUS NOT = "00"
009430         DISPLAY
009440             "CNVINVRC - UNABLE TO OPEN MASTFILE - STATUS "
009450             WS-MASTFILE-STATUS
009460         MOVE 16 TO RETURN-CODE
009470         STOP RUN
009480     END-IF.
009490
009500     PERFORM 5100-CLASSIFY-ONE-SLOT
009510         THRU 5100-EXIT
009520         VARYING WS-PCE-SLOT FROM 1 BY 1
009530         UNTIL WS-PCE-SLOT > WS-PCE-TABLE-SIZE.
009540
009550     CLOSE MASTFILE.
009560
009570 5000-EXIT.
009580     EXIT.
009590
009600 5100-CLASSIFY-ONE-SLOT.
009610
009620     IF WS-PCE-USED (WS-PCE-SLOT) = "N"
009630         GO TO 5100-EXIT
009640     END-IF.
009650
009660     IF WS-PCE-STATUS (WS-PCE-SLOT) = "S"
009670         ADD 1 TO WS-SUPPORTED-COUNT
009680         GO TO 5100-EXIT
009690     END-IF.
009700
009710     MOVE WS-PCE-DAY (WS-PCE-SLOT) TO WS-DAY-SUB.
009720     ADD 1 TO WS-DISPUTED-COUNT.
009730     ADD 1 TO WS-NGT-DISPUTED (WS-DAY-SUB).
009740
009750     IF WS-PCE-STATUS (WS-PCE-SLOT) = "D"
009760         ADD 1 TO WS-CLOSED-COUNT
009770         GO TO 5100-EXIT
009780     END-IF.
009790
009800     MOVE WS-PCE-ACCOUNT-NO (WS-PCE-SLOT) TO MST-ACCOUNT-NO.
009810     READ MASTFILE.
009820
009830     IF WS-MASTFILE-STATUS = "23"
009840         MOVE "M" TO WS-PCE-STATUS (WS-PCE-SLOT)
009850         ADD 1 TO WS-NO-MASTER-COUNT
009860         GO TO 5100-EXIT
009870     END-IF.
009880     IF WS-MASTFILE-STATUS NOT = "00"
009890         DISPLAY
009900             "CNVINVRC - UNABLE TO READ MASTFILE - STATUS "
009910             WS-MASTFILE-STATUS
009920         MOVE 16 TO RETURN-CODE
009930         STOP RUN
009940     END-IF.
009950
009960     MOVE WS-INVOICE-MONTH TO WS-DIN-MONTH.
009970     MOVE WS-DAY-SUB       TO WS-DIN-DD.
009980     IF MST-MAIL-SUPPRESSED
009990      AND MST-SUPPRESS-DATE NOT > WS-DATE-IN
010000         MOVE "U" TO WS-PCE-STATUS (WS-PCE-SLOT)
010010         ADD 1 TO WS-SUPPRESSED-COUNT
010020     ELSE
010030         MOVE "Y" TO WS-PCE-STATUS (WS-PCE-SLOT)
010040         ADD 1 TO WS-BYPASSED-COUNT
010050     END-IF.
010060
010070 5100-EXIT.
010080     EXIT.
010090
010100******************************************************************
010110*    6000-LOOK-UP-PIECE -- HASH PROBE OF THE PIECE REGISTRY FOR  *
010120*                          WS-FIND-ACCOUNT-NO ON WS-FIND-DAY.    *
010130*                          LEAVES WS-PCE-SLOT ON THE MATCH, OR   *
010140*                          ON THE FREE SLOT WHERE IT BELONGS.    *
010150******************************************************************
010160 6000-LOOK-UP-PIECE.
010170
010180     MOVE "N" TO WS-PIECE-FOUND-SWITCH.
010190     MOVE "N" TO WS-PROBE-DONE-SWITCH.
010200     MOVE ZERO TO WS-PCE-PROBE-COUNT.
010210
010220     COMPUTE WS-PCE-HASH-KEY =
010230         WS-FIND-ACCOUNT-NO * 32 + WS-FIND-DAY.
010240     DIVIDE WS-PCE-HASH-KEY BY WS-PCE-TABLE-SIZE
010250         GIVING WS-PCE-HASH-QUOT
010260         REMAINDER WS-PCE-SLOT.
010270     ADD 1 TO WS-PCE-SLOT.
010280
010290     PERFORM 6050-PROBE-ONE-SLOT
010300         THRU 6050-EXIT
010310         UNTIL WS-PROBE-DONE.
010320
010330 6000-EXIT.
010340     EXIT.
010350
010360 6050-PROBE-ONE-SLOT.
010370
010380     IF WS-PCE-USED (WS-PCE-SLOT) = "N"
010390         MOVE "Y" TO WS-PROBE-DONE-SWITCH
010400         GO TO 6050-EXIT
010410     END-IF.
010420
010430     IF WS-PCE-ACCOUNT-NO (WS-PCE-SLOT) = WS-FIND-ACCOUNT-NO
010440      AND WS-PCE-DAY (WS-PCE-SLOT) = WS-FIND-DAY
010450         MOVE "Y" TO WS-PIECE-FOUND-SWITCH
010460         MOVE "Y" TO WS-PROBE-DONE-SWITCH
010470         GO TO 6050-EXIT
010480     END-IF.
010490
010500     ADD 1 TO WS-PCE-PROBE-COUNT.
010510     IF WS-PCE-PROBE-COUNT > WS-PCE-TABLE-SIZE
010520         DISPLAY
010530             "CNVINVRC - PIECE REGISTRY PROBE WRAPPED - "
010540             "TABLE FULL"
010550         MOVE 16 TO RETURN-CODE
010560         STOP RUN
010570     END-IF.
010580
010590     IF WS-PCE-SLOT >= WS-PCE-TABLE-SIZE
010600         MOVE 1 TO WS-PCE-SLOT
010610     ELSE
010620         ADD 1 TO WS-PCE-SLOT
010630     END-IF.
010640
010650 6050-EXIT.
010660     EXIT.
010670
010680******************************************************************
010690*    6100-REGISTER-PIECE -- CLAIM THE FREE SLOT 6000 LEFT        *
010700*                           WS-PCE-SLOT ON.  A REGISTRY AT ITS   *
010710*                           LOAD CEILING IS FATAL.               *
010720******************************************************************
010730 6100-REGISTER-PIECE.
010740
010750     IF WS-PCE-ENTRY-COUNT >= WS-PCE-MAX-LOAD
010760         DISPLAY
010770             "CNVINVRC - PIECE REGISTRY FULL AT PIECE LINE "
010780             WS-PIECE-LINE-COUNT
010790         MOVE 16 TO RETURN-CODE
010800         STOP RUN
010810     END-IF.
010820
010830     ADD 1 TO WS-PCE-ENTRY-COUNT.
010840     MOVE "Y"                TO WS-PCE-USED (WS-PCE-SLOT).
010850     MOVE WS-FIND-ACCOUNT-NO TO WS-PCE-ACCOUNT-NO (WS-PCE-SLOT).
010860     MOVE WS-FIND-DAY        TO WS-PCE-DAY (WS-PCE-SLOT).
010870     MOVE "B"                TO WS-PCE-STATUS (WS-PCE-SLOT).
010880
010890 6100-EXIT.
010900     EXIT.
010910
010920******************************************************************
010930*    8100-EDITED-TO-NUMBER -- TURN AN EDITED COUNT (LEADING      *
010940*                              BLANKS AND COMMA SEPARATORS) BACK *
010950*                              INTO A BINARY NUMBER              *
010960******************************************************************
010970 8100-EDITED-TO-NUMBER.
010980
010990     MOVE ZERO TO WS-EDITED-NUMBER.
011000     PERFORM 8110-EDITED-ONE-CHAR
011010         THRU 8110-EXIT
011020         VARYING WS-EDITED-SUB FROM 1 BY 1
011030         UNTIL WS-EDITED-SUB > 11.
011040
011050 8100-EXIT.
011060     EXIT.
011070
011080 8110-EDITED-ONE-CHAR.
011090
011100     IF WS-EDITED-WORK (WS-EDITED-SUB:1) NUMERIC
011110         MOVE WS-EDITED-WORK (WS-EDITED-SUB:1)
011120             TO WS-EDITED-DIGIT
011130         COMPUTE WS-EDITED-NUMBER =
011140             WS-EDITED-NUMBER * 10 + WS-EDITED-DIGIT
011150     END-IF.
011160
011170 8110-EXIT.
011180     EXIT.
011190
011200******************************************************************
011210*    8200-CHECK-DATE -- IS WS-DATE-IN A DAY OF THE INVOICE       *
011220*                       MONTH.  LEAVES WS-DAY-SUB ON THE DAY.    *
011230******************************************************************
011240 8200-CHECK-DATE.
011250
011260     MOVE "N" TO WS-IN-MONTH-SWITCH.
011270
011280     IF WS-DIN-MONTH NOT = WS-INVOICE-MONTH
011290         GO TO 8200-EXIT
011300     END-IF.
011310     IF WS-DIN-DD < 01 OR WS-DIN-DD > WS-DAYS-IN-MONTH
011320         GO TO 8200-EXIT
011330     END-IF.
011340
011350     MOVE WS-DIN-DD TO WS-DAY-SUB.
011360     MOVE "Y" TO WS-IN-MONTH-SWITCH.
011370
011380 8200-EXIT.
011390     EXIT.
011400
011410******************************************************************
011420*    9000-TERMINATE -- REPORT, CONDITION CODE, CLOSE             *
011430******************************************************************
011440 9000-TERMINATE.
011450
011460     CLOSE INVFILE.
011470
011480     PERFORM 9100-WRITE-NIGHTS
011490         THRU 9100-EXIT.
011500
011510     IF WS-DISPUTED-COUNT > ZERO
011520         PERFORM 9300-WRITE-PIECES
011530             THRU 9300-EXIT
011540     END-IF.
011550
011560     PERFORM 9500-WRITE-SUMMARY
011570         THRU 9500-EXIT.
011580
011590     CLOSE RPTFILE.
011600
011610     IF WS-OVERBILLED-NIGHTS > ZERO
011620      OR WS-DISPUTED-COUNT > ZERO
011630      OR WS-BAD-LINE-COUNT > ZERO
011640      OR NOT WS-INVOICE-FOOTS
011650      OR NOT WS-HEADER-SEEN
011660      OR NOT WS-TRAILER-SEEN
011670         MOVE 4 TO RETURN-CODE
011680     ELSE
011690         MOVE 0 TO RETURN-CODE
011700     END-IF.
011710
011720 9000-EXIT.
011730     EXIT.
011740
011750******************************************************************
011760*    9100-WRITE-NIGHTS -- ONE LINE PER NIGHT BILLED OR SENT,     *
011770*                         THEN THE MONTH TOTAL                   *
011780******************************************************************
011790 9100-WRITE-NIGHTS.
011800
011810     MOVE SPACES TO RPT-RECORD.
011820     WRITE RPT-RECORD.
011830
011840     MOVE SPACES TO RPT-RECORD.
011850     STRING "FILE DATE   BILLED PCS    SENT PCS  FROM"
011860         "     OVER PCS"
011870         "    DISPUTED   AMOUNT BILLED"
011880         "       SHOULD BE       DIFFERENCE  NOTE"
011890         DELIMITED BY SIZE INTO RPT-RECORD.
011900     WRITE RPT-RECORD.
011910
011920     MOVE ZERO TO WS-TOTAL-BILLED-AMOUNT.
011930
011940     PERFORM 9150-WRITE-ONE-NIGHT
011950         THRU 9150-EXIT
011960         VARYING WS-DAY-SUB FROM 1 BY 1
011970         UNTIL WS-DAY-SUB > WS-DAYS-IN-MONTH.
011980
011990     COMPUTE WS-TOTAL-DIFF-AMOUNT =
012000         WS-TOTAL-BILLED-AMOUNT - WS-TOTAL-SHOULD-AMOUNT.
012010
012020     MOVE SPACES TO WS-NIGHT-LINE.
012030     MOVE "TOTAL"                TO NTL-DATE.
012040     MOVE WS-TOTAL-BILLED-PIECES TO NTL-BILLED.
012050     MOVE WS-TOTAL-SENT-PIECES   TO NTL-SENT.
012060     MOVE WS-TOTAL-OVER-PIECES   TO NTL-OVER.
012070     MOVE WS-DISPUTED-COUNT      TO NTL-DISPUTED.
012080     MOVE WS-TOTAL-BILLED-AMOUNT TO NTL-BILLED-AMOUNT.
012090     MOVE WS-TOTAL-SHOULD-AMOUNT TO NTL-SHOULD-AMOUNT.
012100     MOVE WS-TOTAL-DIFF-AMOUNT   TO NTL-DIFF-AMOUNT.
012110     MOVE WS-NIGHT-LINE TO RPT-RECORD.
012120     WRITE RPT-RECORD.
012130
012140 9100-EXIT.
012150     EXIT.
012160
012170 9150-WRITE-ONE-NIGHT.
012180
012190     IF WS-NGT-LINE-COUNT (WS-DAY-SUB) = ZERO
012200      AND WS-NGT-AUDIT-RUNS (WS-DAY-SUB) = ZERO
012210      AND WS-NGT-RECON-SEEN (WS-DAY-SUB) = "N"
012220         GO TO 9150-EXIT
012230     END-IF.
012240
012250*    THE CNVRECON COUNT IS THE ONE PROVEN AGAINST THE OUTFILE;
012260*    THE AUDIT LOG STANDS IN FOR IT ON A NIGHT WITH NO HISTORY.
012270     MOVE SPACES TO WS-NIGHT-NOTE.
012280     IF WS-NGT-RECON-SEEN (WS-DAY-SUB) = "Y"
012290         MOVE WS-NGT-RECON-WRITTEN (WS-DAY-SUB) TO WS-SENT-PIECES
012300         MOVE "RECON" TO WS-SENT-SOURCE
012310         IF WS-NGT-AUDIT-RUNS (WS-DAY-SUB) > ZERO
012320          AND WS-NGT-AUDIT-WRITTEN (WS-DAY-SUB)
012330              NOT = WS-SENT-PIECES
012340             MOVE "AUDIT/RECON DIFF" TO WS-NIGHT-NOTE
012350         END-IF
012360         IF WS-NGT-RECON-BALANCED (WS-DAY-SUB) = "N"
012370             MOVE "RECON OUT OF BAL" TO WS-NIGHT-NOTE
012380         END-IF
012390     ELSE
012400         IF WS-NGT-AUDIT-RUNS (WS-DAY-SUB) > ZERO
012410             MOVE WS-NGT-AUDIT-WRITTEN (WS-DAY-SUB)
012420                 TO WS-SENT-PIECES
012430             MOVE "AUDIT" TO WS-SENT-SOURCE
012440         ELSE
012450             MOVE ZERO TO WS-SENT-PIECES
012460             MOVE "NONE" TO WS-SENT-SOURCE
012470         END-IF
012480     END-IF.
012490
012500     IF WS-NGT-LINE-COUNT (WS-DAY-SUB) = ZERO
012510         MOVE "NOT BILLED" TO WS-NIGHT-NOTE
012520     END-IF.
012530
012540     MOVE ZERO TO WS-OVER-PIECES.
012550     IF WS-NGT-BILLED-PIECES (WS-DAY-SUB) > WS-SENT-PIECES
012560         COMPUTE WS-OVER-PIECES =
012570             WS-NGT-BILLED-PIECES (WS-DAY-SUB) - WS-SENT-PIECES
012580         ADD 1 TO WS-OVERBILLED-NIGHTS
012590         MOVE "OVERBILLED" TO WS-NIGHT-NOTE
012600         IF WS-SENT-PIECES = ZERO
012610             MOVE "NOTHING SENT" TO WS-NIGHT-NOTE
012620         END-IF
012630     END-IF.
012640
012650     COMPUTE WS-SHOULD-AMOUNT ROUNDED =
012660         WS-SENT-PIECES * WS-PIECE-PRICE.
012670     COMPUTE WS-DIFF-AMOUNT =
012680         WS-NGT-BILLED-AMOUNT (WS-DAY-SUB) - WS-SHOULD-AMOUNT.
012690
012700     ADD WS-NGT-BILLED-PIECES (WS-DAY-SUB)
012710         TO WS-TOTAL-BILLED-PIECES.
012720     ADD WS-SENT-PIECES TO WS-TOTAL-SENT-PIECES.
012730     ADD WS-OVER-PIECES TO WS-TOTAL-OVER-PIECES.
012740     ADD WS-NGT-BILLED-AMOUNT (WS-DAY-SUB)
012750         TO WS-TOTAL-BILLED-AMOUNT.
012760     ADD WS-SHOULD-AMOUNT TO WS-TOTAL-SHOULD-AMOUNT.
012770     IF WS-DIFF-AMOUNT > ZERO
012780         ADD WS-DIFF-AMOUNT TO WS-TOTAL-OVER-AMOUNT
012790     END-IF.
012800
012810     MOVE SPACES TO WS-NIGHT-LINE.
012820     MOVE WS-INVOICE-MONTH TO WS-DIN-MONTH.
012830     MOVE WS-DAY-SUB       TO WS-DIN-DD.
012840     STRING WS-DATE-IN (1:4) "-" WS-DATE-IN (5:2) "-"
012850         WS-DATE-IN (7:2)
012860         DELIMITED BY SIZE INTO NTL-DATE.
012870     MOVE WS-NGT-BILLED-PIECES (WS-DAY-SUB) TO NTL-BILLED.
012880     MOVE WS-SENT-PIECES                    TO NTL-SENT.
012890     MOVE WS-SENT-SOURCE                    TO NTL-SOURCE.
012900     MOVE WS-OVER-PIECES                    TO NTL-OVER.
012910     MOVE WS-NGT-DISPUTED (WS-DAY-SUB)      TO NTL-DISPUTED.
012920     MOVE WS-NGT-BILLED-AMOUNT (WS-DAY-SUB) TO NTL-BILLED-AMOUNT.
012930     MOVE WS-SHOULD-AMOUNT                  TO NTL-SHOULD-AMOUNT.
012940     MOVE WS-DIFF-AMOUNT                    TO NTL-DIFF-AMOUNT.
012950     MOVE WS-NIGHT-NOTE                     TO NTL-NOTE.
012960     MOVE WS-NIGHT-LINE TO RPT-RECORD.
012970     WRITE RPT-RECORD.
012980
012990 9150-EXIT.
013000     EXIT.
013010
013020******************************************************************
013030*    9300-WRITE-PIECES -- EVERY PIECE BILLED THAT WE DID NOT     *
013040*                         SEND, NIGHT BY NIGHT                   *
013050******************************************************************
013060 9300-WRITE-PIECES.
013070
013080     MOVE SPACES TO RPT-RECORD.
013090     WRITE RPT-RECORD.
013100     MOVE "PIECES BILLED THAT WERE NOT ON THE FEED THAT NIGHT"
013110         TO RPT-RECORD.
013120     WRITE RPT-RECORD.
013130
013140     PERFORM 9310-WRITE-NIGHT-PIECES
013150         THRU 9310-EXIT
013160         VARYING WS-DAY-SUB FROM 1 BY 1
013170         UNTIL WS-DAY-SUB > WS-DAYS-IN-MONTH.
013180
013190 9300-EXIT.
013200     EXIT.
013210
013220 9310-WRITE-NIGHT-PIECES.
013230
013240     IF WS-NGT-DISPUTED (WS-DAY-SUB) = ZERO
013250         GO TO 9310-EXIT
013260     END-IF.
013270
013280     PERFORM 9320-WRITE-ONE-PIECE
013290         THRU 9320-EXIT
013300         VARYING WS-PCE-SLOT FROM 1 BY 1
013310         UNTIL WS-PCE-SLOT > WS-PCE-TABLE-SIZE.
013320
013330 9310-EXIT.
013340     EXIT.
013350
013360 9320-WRITE-ONE-PIECE.
013370
013380     IF WS-PCE-USED (WS-PCE-SLOT) = "N"
013390      OR WS-PCE-DAY (WS-PCE-SLOT) NOT = WS-DAY-SUB
013400      OR WS-PCE-STATUS (WS-PCE-SLOT) = "S"
013410         GO TO 9320-EXIT
013420     END-IF.
013430
013440     EVALUATE WS-PCE-STATUS (WS-PCE-SLOT)
013450         WHEN "U"
013460             MOVE "ACCOUNT MAIL-SUPPRESSED" TO WS-PIECE-REASON
013470         WHEN "D"
013480             MOVE "ACCOUNT CLOSED BY THE FEED THAT NIGHT"
013490                 TO WS-PIECE-REASON
013500         WHEN "M"
013510             MOVE "ACCOUNT NOT ON THE CUSTOMER MASTER"
013520                 TO WS-PIECE-REASON
013530         WHEN OTHER
013540             MOVE "BYPASSED - NOT ON THE FEED THAT NIGHT"
013550                 TO WS-PIECE-REASON
013560     END-EVALUATE.
013570
013580     MOVE WS-INVOICE-MONTH TO WS-DIN-MONTH.
013590     MOVE WS-DAY-SUB       TO WS-DIN-DD.
013600     MOVE WS-PCE-ACCOUNT-NO (WS-PCE-SLOT) TO WS-FIND-ACCOUNT-NO.
013610     MOVE SPACES TO RPT-RECORD.
013620     STRING "FILE DATE " WS-DATE-IN
013630         "   ACCOUNT " WS-FIND-ACCOUNT-NO
013640         "   " WS-PIECE-REASON
013650         DELIMITED BY SIZE INTO RPT-RECORD.
013660     WRITE RPT-RECORD.
013670
013680 9320-EXIT.
013690     EXIT.
013700
013710******************************************************************
013720*    9500-WRITE-SUMMARY -- COUNTS AND MONEY                      *
013730******************************************************************
013740 9500-WRITE-SUMMARY.
013750
013760     MOVE SPACES TO RPT-RECORD.
013770     WRITE RPT-RECORD.
013780
013790     MOVE WS-PIECE-PRICE TO WS-PRICE-ED.
013800     MOVE SPACES TO RPT-RECORD.
013810     STRING "CONTRACT PRICE PER PIECE ........ " WS-PRICE-ED
013820         DELIMITED BY SIZE INTO RPT-RECORD.
013830     WRITE RPT-RECORD.
013840
013850     MOVE WS-NIGHT-LINE-COUNT TO WS-COUNT-ED.
013860     MOVE SPACES TO RPT-RECORD.
013870     STRING "NIGHT LINES ON THE INVOICE ...... " WS-COUNT-ED
013880         DELIMITED BY SIZE INTO RPT-RECORD.
013890     WRITE RPT-RECORD.
013900
013910     MOVE WS-PIECE-LINE-COUNT TO WS-COUNT-ED.
013920     MOVE SPACES TO RPT-RECORD.
013930     STRING "PIECE LINES ON THE MANIFEST ..... " WS-COUNT-ED
013940         DELIMITED BY SIZE INTO RPT-RECORD.
013950     WRITE RPT-RECORD.
013960
013970     MOVE WS-BAD-LINE-COUNT TO WS-COUNT-ED.
013980     MOVE SPACES TO RPT-RECORD.
013990     STRING "LINES NOT USED .................. " WS-COUNT-ED
014000         DELIMITED BY SIZE INTO RPT-RECORD.
014010     WRITE RPT-RECORD.
014020
014030     MOVE WS-OVERBILLED-NIGHTS TO WS-COUNT-ED.
014040     MOVE SPACES TO RPT-RECORD.
014050     STRING "NIGHTS BILLED OVER WHAT WE SENT . " WS-COUNT-ED
014060         DELIMITED BY SIZE INTO RPT-RECORD.
014070     WRITE RPT-RECORD.
014080
014090     MOVE WS-TOTAL-OVER-PIECES TO WS-COUNT-ED.
014100     MOVE SPACES TO RPT-RECORD.
014110     STRING "PIECES BILLED OVER WHAT WE SENT . " WS-COUNT-ED
014120         DELIMITED BY SIZE INTO RPT-RECORD.
014130     WRITE RPT-RECORD.
014140
014150     IF WS-PIECE-LINE-COUNT = ZERO
014160         MOVE SPACES TO RPT-RECORD
014170         WRITE RPT-RECORD
014180         MOVE "NO PIECE LINES ON THE MANIFEST -- NO ACCOUNT CHECK"
014190             TO RPT-RECORD
014200         WRITE RPT-RECORD
014210     ELSE
014220         PERFORM 9550-WRITE-PIECE-COUNTS
014230             THRU 9550-EXIT
014240     END-IF.
014250
014260     MOVE SPACES TO RPT-RECORD.
014270     WRITE RPT-RECORD.
014280
014290     MOVE WS-TOTAL-BILLED-AMOUNT TO WS-AMOUNT-ED.
014300     MOVE SPACES TO RPT-RECORD.
014310     STRING "AMOUNT BILLED ................... " WS-AMOUNT-ED
014320         DELIMITED BY SIZE INTO RPT-RECORD.
014330     WRITE RPT-RECORD.
014340
014350     MOVE WS-TOTAL-SHOULD-AMOUNT TO WS-AMOUNT-ED.
014360     MOVE SPACES TO RPT-RECORD.
014370     STRING "PIECES SENT AT CONTRACT PRICE ... " WS-AMOUNT-ED
014380         DELIMITED BY SIZE INTO RPT-RECORD.
014390     WRITE RPT-RECORD.
014400
014410     MOVE WS-TOTAL-DIFF-AMOUNT TO WS-AMOUNT-ED.
014420     MOVE SPACES TO RPT-RECORD.
014430     STRING "NET DIFFERENCE .................. " WS-AMOUNT-ED
014440         DELIMITED BY SIZE INTO RPT-RECORD.
014450     WRITE RPT-RECORD.
014460
014470     MOVE WS-TOTAL-OVER-AMOUNT TO WS-AMOUNT-ED.
014480     MOVE SPACES TO RPT-RECORD.
014490     STRING "OVERBILLED ON NIGHTS BILLED HIGH  " WS-AMOUNT-ED
014500         DELIMITED BY SIZE INTO RPT-RECORD.
014510     WRITE RPT-RECORD.
014520
014530     COMPUTE WS-DISPUTED-AMOUNT ROUNDED =
014540         WS-DISPUTED-COUNT * WS-PIECE-PRICE.
014550     MOVE WS-DISPUTED-AMOUNT TO WS-AMOUNT-ED.
014560     MOVE SPACES TO RPT-RECORD.
014570     STRING "DISPUTED PIECES AT CONTRACT PRICE " WS-AMOUNT-ED
014580         DELIMITED BY SIZE INTO RPT-RECORD.
014590     WRITE RPT-RECORD.
014600
014610     MOVE SPACES TO RPT-RECORD.
014620     WRITE RPT-RECORD.
014630
014640     IF NOT WS-HEADER-SEEN
014650         MOVE "*** NO HEADER ON THE INVOICE FILE ***"
014660             TO RPT-RECORD
014670         WRITE RPT-RECORD
014680     END-IF.
014690     IF NOT WS-TRAILER-SEEN
014700         MOVE "*** NO TRAILER ON THE INVOICE FILE ***"
014710             TO RPT-RECORD
014720         WRITE RPT-RECORD
014730     END-IF.
014740     IF NOT WS-INVOICE-FOOTS
014750         MOVE "*** THE INVOICE DOES NOT FOOT - SEE ABOVE ***"
014760             TO RPT-RECORD
014770         WRITE RPT-RECORD
014780     END-IF.
014790     IF NOT WS-HISTORY-PRESENT
014800         MOVE "NO NIGHT-CONTROL HISTORY -- SENT FROM AUDITLOG"
014810             TO RPT-RECORD
014820         WRITE RPT-RECORD
014830     END-IF.
014840
014850 9500-EXIT.
014860     EXIT.
014870
014880 9550-WRITE-PIECE-COUNTS.
014890
014900     MOVE WS-SUPPORTED-COUNT TO WS-COUNT-ED.
014910     MOVE SPACES TO RPT-RECORD.
014920     STRING "PIECES ON THE FEED THAT NIGHT ... " WS-COUNT-ED
014930         DELIMITED BY SIZE INTO RPT-RECORD.
014940     WRITE RPT-RECORD.
014950
014960     MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-ED.
014970     MOVE SPACES TO RPT-RECORD.
014980     STRING "BILLED - ACCOUNT SUPPRESSED ..... " WS-COUNT-ED
014990         DELIMITED BY SIZE INTO RPT-RECORD.
015000     WRITE RPT-RECORD.
015010
015020     MOVE WS-CLOSED-COUNT TO WS-COUNT-ED.
015030     MOVE SPACES TO RPT-RECORD.
015040     STRING "BILLED - ACCOUNT CLOSED ......... " WS-COUNT-ED
015050         DELIMITED BY SIZE INTO RPT-RECORD.
015060     WRITE RPT-RECORD.
015070
015080     MOVE WS-NO-MASTER-COUNT TO WS-COUNT-ED.
015090     MOVE SPACES TO RPT-RECORD.
015100     STRING "BILLED - NOT ON MASTER .......... " WS-COUNT-ED
015110         DELIMITED BY SIZE INTO RPT-RECORD.
015120     WRITE RPT-RECORD.
015130
015140     MOVE WS-BYPASSED-COUNT TO WS-COUNT-ED.
015150     MOVE SPACES TO RPT-RECORD.
015160     STRING "BILLED - BYPASSED ............... " WS-COUNT-ED
015170         DELIMITED BY SIZE INTO RPT-RECORD.
015180     WRITE RPT-RECORD.
015190
015200     MOVE WS-TWICE-COUNT TO WS-COUNT-ED.
015210     MOVE SPACES TO RPT-RECORD.
015220     STRING "BILLED TWICE .................... " WS-COUNT-ED
015230         DELIMITED BY SIZE INTO RPT-RECORD.
015240     WRITE RPT-RECORD.
015250
015260 9550-EXIT.
015270     EXIT.
