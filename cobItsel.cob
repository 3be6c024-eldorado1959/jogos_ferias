000010******************************************************************
000020*  PROGRAM:   CNVITSEL
000030*  FILE:      cobItsel.cob
000040*
000050*  AUTHOR:    J. L. MOREIRA -- DATA CONVERSION GROUP
000060*  INSTALLATION: JOGOS DE FERIAS BATCH SERVICES
000070*  DATE-WRITTEN: 2026-10-15
000080*  DATE-COMPILED:
000090*
000100*  PURPOSE.
000110*      ON-DEMAND SELECTION EXTRACT PULLED STRAIGHT FROM THE ITEM
000120*      MASTER -- THE ITEM-MASTER COUNTERPART OF CNVSELEX.  THE
000130*      MASTER IS SWEPT SEQUENTIALLY AND EVERY ITEM THAT MATCHES
000140*      THE SELECTION CARDS IS WRITTEN IN ONE OF THE TWO OUTPUT
000150*      FORMATS CONVERT6 PRODUCES FOR THE DESCRIPTION LAYOUT --
000160*          F  THE FIXED 100-BYTE DESCREC FORMAT
000170*          D  THE SEMICOLON-DELIMITED FORMAT WITH FIELD-NAME
000180*             HEADER AND TRL COUNT TRAILER
000190*
000200*      SELECTION CARD LAYOUT (SELCARDS DD, '*' IN COLUMN 1 FOR
000210*      COMMENTS, BLANK CARDS IGNORED):
000220*          COLS  1-10  KEYWORD -- RANGE OR STATUS
000230*          RANGE CARD:  COLS 12-19  LOW ITEM CODE
000240*                       COL  20     BLANK
000250*                       COLS 21-28  HIGH ITEM CODE
000260*          STATUS CARD: COL  12     A (ACTIVE) OR R (RETIRED)
000270*      AN ITEM IS SELECTED WHEN ITS CODE FALLS IN ANY RANGE CARD
000280*      (NO RANGE CARDS MEANS EVERY CODE) AND ITS STATUS IS ONE
000290*      NAMED ON A STATUS CARD.  WITHOUT A STATUS CARD ONLY
000300*      ACTIVE ITEMS ARE SELECTED -- A RETIRED ITEM IS PULLED
000310*      ONLY WHEN ASKED FOR, THE SAME WAY CNVSELEX LEAVES A MAIL-
000320*      SUPPRESSED ACCOUNT OFF THE LETTER-SHOP FORMAT.  AN EMPTY
000330*      CARD DECK SELECTS EVERY ACTIVE ITEM, AND THE REPORT SAYS
000340*      SO.
000350*
000360*      THE PARM IS POSITIONAL, AS ON CNVSELEX --
000370*          POSITION  1     OUTPUT FORMAT (F OR D, AS ON THE
000380*                          CONVERT6 PARM POSITION 87)
000390*          POSITIONS 2-41  OUTPUT FILE NAME (REPORT LABEL ONLY)
000400*
000410*  MODIFICATION HISTORY.
000420*  ---------------------------------------------------------------
000430*  DATE       INIT  DESCRIPTION
000440*  2026-10-15  JLM  ORIGINAL PROGRAM -- SELECTION EXTRACT FOR
000450*                   CATALOG PULLS FROM THE NEW ITEM MASTER.
000460******************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID.  CNVITSEL.
000490 AUTHOR.      J. L. MOREIRA.
000500 INSTALLATION. JOGOS DE FERIAS BATCH SERVICES.
000510 DATE-WRITTEN. 2026-10-15.
000520 DATE-COMPILED.
000530
000540 ENVIRONMENT DIVISION.
000550
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.  GENERIC-PC.
000580 OBJECT-COMPUTER.  GENERIC-PC.
000590
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620*    THE ITEM MASTER IS SWEPT IN KEY ORDER -- SEQUENTIAL ACCESS
000630*    ON THE SAME INDEXED FILE CONVERT6 OPENS RANDOM.
000640     SELECT ITEMFILE
000650         ASSIGN TO "ITEMMAST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS ITM-ITEM-CODE
000690         FILE STATUS IS WS-ITEMFILE-STATUS.
000700
000710     SELECT SELFILE
000720         ASSIGN TO "SELCARDS"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-SELFILE-STATUS.
000750
000760     SELECT OUTFILE
000770         ASSIGN TO "OUTFILE"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-OUTFILE-STATUS.
000800
000810     SELECT RPTFILE
000820         ASSIGN TO "RPTFILE"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-RPTFILE-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880
000890 FD  ITEMFILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY ITEMREC.
000920
000930 FD  SELFILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  SEL-RECORD.
000960     05  SEL-KEYWORD             PIC X(10).
000970     05  FILLER                  PIC X(01).
000980     05  SEL-VALUE-AREA.
000990         10  SEL-STATUS-VALUE    PIC X(01).
001000         10  FILLER              PIC X(16).
001010     05  SEL-RANGE-AREA REDEFINES SEL-VALUE-AREA.
001020         10  SEL-RANGE-LOW       PIC X(08).
001030         10  FILLER              PIC X(01).
001040         10  SEL-RANGE-HIGH      PIC X(08).
001050     05  FILLER                  PIC X(52).
001060
001070 FD  OUTFILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY DESCREC
001100         REPLACING ==DR-DESCRIPTION-RECORD==
001110                  BY ==OUT-DESCRIPTION-RECORD==
001120                   ==DR-ITEM-CODE==       BY ==OUT-ITEM-CODE==
001130                   ==DR-SHORT-DESC==      BY ==OUT-SHORT-DESC==
001140                   ==DR-LONG-DESC==       BY ==OUT-LONG-DESC==
001150                   ==DR-REC-TYPE==        BY ==OUT-REC-TYPE==
001160                   ==DR-TYPE-MAINTAIN==
001170                  BY ==OUT-TYPE-MAINTAIN==
001180                   ==DR-TYPE-RETIRE==     BY ==OUT-TYPE-RETIRE==.
001190*    THE DELIMITED VIEW OF THE SAME OUTPUT RECORD AREA -- USED
001200*    ONLY WHEN THE PARM OUTPUT FORMAT IS 'D', THE SAME AS
001210*    CONVERT6.
001220 01  OUT-DELIM-RECORD            PIC X(110).
001230
001240 FD  RPTFILE
001250     LABEL RECORDS ARE STANDARD.
001260 01  RPT-RECORD                  PIC X(80).
001270
001280 WORKING-STORAGE SECTION.
001290
001300*---------------------------------------------------------------*
001310*    RUN-TIME PARAMETER -- OUTPUT FORMAT AND REPORT LABEL       *
001320*---------------------------------------------------------------*
001330 01  WS-COMMAND-LINE              PIC X(41) VALUE SPACES.
001340 01  WS-COMMAND-LINE-X REDEFINES WS-COMMAND-LINE.
001350     05  CL-OUT-FORMAT            PIC X(01).
001360         88  CL-OUT-FIXED                VALUE "F" SPACE.
001370         88  CL-OUT-DELIMITED            VALUE "D".
001380     05  CL-OUTPUT-DSNAME         PIC X(40).
001390
001400*---------------------------------------------------------------*
001410*    SELECTION TABLES -- LOADED FROM THE SELCARDS DD            *
001420*---------------------------------------------------------------*
001430 01  WS-SEL-RANGE-TABLE.
001440     05  WS-SEL-RANGE-COUNT        PIC 9(04) COMP VALUE ZERO.
001450     05  WS-SEL-RANGE OCCURS 50 TIMES
001460             INDEXED BY WS-SRG-IDX.
001470         10  WS-SEL-RANGE-LOW      PIC X(08).
001480         10  WS-SEL-RANGE-HIGH     PIC X(08).
001490
001500*---------------------------------------------------------------*
001510*    FILE STATUS FIELDS                                         *
001520*---------------------------------------------------------------*
001530 77  WS-ITEMFILE-STATUS            PIC X(02) VALUE "00".
001540 77  WS-SELFILE-STATUS             PIC X(02) VALUE "00".
001550 77  WS-OUTFILE-STATUS             PIC X(02) VALUE "00".
001560 77  WS-RPTFILE-STATUS             PIC X(02) VALUE "00".
001570
001580*---------------------------------------------------------------*
001590*    SWITCHES                                                   *
001600*---------------------------------------------------------------*
001610 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
001620     88  WS-END-OF-FILE                   VALUE "Y".
001630 77  WS-SELECTED-SWITCH            PIC X(01) VALUE "N".
001640     88  WS-RECORD-SELECTED               VALUE "Y".
001650 77  WS-SEL-ACTIVE-SWITCH          PIC X(01) VALUE "N".
001660     88  WS-SEL-ACTIVE                    VALUE "Y".
001670 77  WS-SEL-RETIRED-SWITCH         PIC X(01) VALUE "N".
001680     88  WS-SEL-RETIRED                   VALUE "Y".
001690
001700*---------------------------------------------------------------*
001710*    COUNTERS AND WORK FIELDS                                   *
001720*---------------------------------------------------------------*
001730 77  WS-MASTER-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
001740 77  WS-SELECTED-COUNT             PIC 9(08) COMP VALUE ZERO.
001750 77  WS-RETIRED-SKIP-COUNT         PIC 9(08) COMP VALUE ZERO.
001760 77  WS-CARD-COUNT                 PIC 9(08) COMP VALUE ZERO.
001770 77  WS-STATUS-CARD-COUNT          PIC 9(08) COMP VALUE ZERO.
001780 77  WS-OUT-PTR                    PIC 9(04) COMP VALUE ZERO.
001790 77  WS-TRIM-LEN                   PIC 999 COMP VALUE ZERO.
001800 77  WS-FIELD-LEN                  PIC 999 COMP VALUE ZERO.
001810 77  WS-SUB                        PIC 999 COMP VALUE ZERO.
001820 77  WS-WORK-FIELD                 PIC X(60) VALUE SPACES.
001830 77  WS-TRAILER-COUNT-X            PIC 9(08) VALUE ZERO.
001840
001850*---------------------------------------------------------------*
001860*    REPORT WORK AREAS                                          *
001870*---------------------------------------------------------------*
001880 01  WS-COUNT-ED                   PIC ZZZ,ZZZ,ZZ9.
001890
001900 PROCEDURE DIVISION.
001910
001920******************************************************************
001930*    0000-MAINLINE                                               *
001940******************************************************************
001950 0000-MAINLINE.
001960
001970     PERFORM 1000-INITIALIZE
001980         THRU 1000-EXIT.
001990
002000     PERFORM 2000-SWEEP-MASTER
002010         THRU 2000-EXIT
002020         UNTIL WS-END-OF-FILE.
002030
002040     PERFORM 9000-TERMINATE
002050         THRU 9000-EXIT.
002060
002070     STOP RUN.
002080
002090******************************************************************
002100*    1000-INITIALIZE -- PARSE PARM, LOAD SELECTION CARDS, OPEN   *
002110******************************************************************
002120 1000-INITIALIZE.
002130
002140     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002150
002160     IF NOT CL-OUT-FIXED AND NOT CL-OUT-DELIMITED
002170         DISPLAY
002180             "CNVITSEL - UNKNOWN OUTPUT FORMAT IN PARM: "
002190             CL-OUT-FORMAT
002200         MOVE 16 TO RETURN-CODE
002210         STOP RUN
002220     END-IF.
002230
002240     PERFORM 1500-LOAD-SELECTION-CARDS
002250         THRU 1500-EXIT.
002260
002270*    NO STATUS CARD MEANS ACTIVE ITEMS ONLY.
002280     IF WS-STATUS-CARD-COUNT = ZERO
002290         MOVE "Y" TO WS-SEL-ACTIVE-SWITCH
002300     END-IF.
002310
002320     OPEN INPUT ITEMFILE.
002330     IF WS-ITEMFILE-STATUS NOT = "00"
002340         DISPLAY
002350             "CNVITSEL - UNABLE TO OPEN ITEMMAST - STATUS "
002360             WS-ITEMFILE-STATUS
002370         MOVE 16 TO RETURN-CODE
002380         STOP RUN
002390     END-IF.
002400
002410     OPEN OUTPUT OUTFILE.
002420     IF WS-OUTFILE-STATUS NOT = "00"
002430         DISPLAY
002440             "CNVITSEL - UNABLE TO OPEN OUTFILE - STATUS "
002450             WS-OUTFILE-STATUS
002460         MOVE 16 TO RETURN-CODE
002470         STOP RUN
002480     END-IF.
002490
002500     OPEN OUTPUT RPTFILE.
002510     IF WS-RPTFILE-STATUS NOT = "00"
002520         DISPLAY
002530             "CNVITSEL - UNABLE TO OPEN RPTFILE - STATUS "
002540             WS-RPTFILE-STATUS
002550         MOVE 16 TO RETURN-CODE
002560         STOP RUN
002570     END-IF.
002580
002590     IF CL-OUT-DELIMITED
002600         PERFORM 2810-WRITE-DELIM-HEADER
002610             THRU 2810-EXIT
002620     END-IF.
002630
002640 1000-EXIT.
002650     EXIT.
002660
002670******************************************************************
002680*    1500-LOAD-SELECTION-CARDS -- LOAD THE RANGE AND STATUS      *
002690*                                  CARDS.  A BAD CARD IS FATAL   *
002700*                                  -- A SILENTLY DROPPED CARD    *
002710*                                  WOULD SHIP THE WRONG PULL.    *
002720*                                  AN ABSENT OR EMPTY DECK IS A  *
002730*                                  FULL SWEEP OF ACTIVE ITEMS.   *
002740******************************************************************
002750 1500-LOAD-SELECTION-CARDS.
002760
002770     OPEN INPUT SELFILE.
002780     IF WS-SELFILE-STATUS = "35"
002790         GO TO 1500-EXIT
002800     END-IF.
002810     IF WS-SELFILE-STATUS NOT = "00"
002820         DISPLAY
002830             "CNVITSEL - UNABLE TO OPEN SELCARDS - STATUS "
002840             WS-SELFILE-STATUS
002850         MOVE 16 TO RETURN-CODE
002860         STOP RUN
002870     END-IF.
002880
002890     MOVE "N" TO WS-EOF-SWITCH.
002900     PERFORM 1510-LOAD-ONE-CARD
002910         THRU 1510-EXIT
002920         UNTIL WS-END-OF-FILE.
002930
002940     CLOSE SELFILE.
002950     MOVE "N" TO WS-EOF-SWITCH.
002960
002970 1500-EXIT.
002980     EXIT.
002990
003000 1510-LOAD-ONE-CARD.
003010
003020     READ SELFILE
003030         AT END
003040             MOVE "Y" TO WS-EOF-SWITCH
003050             GO TO 1510-EXIT
003060     END-READ.
003070
003080     IF SEL-RECORD = SPACES
003090      OR SEL-KEYWORD (1:1) = "*"
003100         GO TO 1510-EXIT
003110     END-IF.
003120
003130     ADD 1 TO WS-CARD-COUNT.
003140
003150     EVALUATE SEL-KEYWORD
003160         WHEN "RANGE"
003170             PERFORM 1530-LOAD-RANGE-CARD
003180                 THRU 1530-EXIT
003190         WHEN "STATUS"
003200             PERFORM 1540-LOAD-STATUS-CARD
003210                 THRU 1540-EXIT
003220         WHEN OTHER
003230             DISPLAY
003240                 "CNVITSEL - BAD SELECTION CARD - UNKNOWN "
003250                 "KEYWORD: " SEL-KEYWORD
003260             MOVE 16 TO RETURN-CODE
003270             STOP RUN
003280     END-EVALUATE.
003290
003300 1510-EXIT.
003310     EXIT.
003320
003330 1530-LOAD-RANGE-CARD.
003340
003350     IF SEL-RANGE-LOW = SPACES
003360      OR SEL-RANGE-HIGH = SPACES
003370         DISPLAY
003380             "CNVITSEL - BAD RANGE CARD - ITEM CODE BLANK"
003390         MOVE 16 TO RETURN-CODE
003400         STOP RUN
003410     END-IF.
003420
003430     IF SEL-RANGE-LOW > SEL-RANGE-HIGH
003440         DISPLAY
003450             "CNVITSEL - BAD RANGE CARD - LOW ABOVE HIGH"
003460         MOVE 16 TO RETURN-CODE
003470         STOP RUN
003480     END-IF.
003490
003500     IF WS-SEL-RANGE-COUNT >= 50
003510         DISPLAY
003520             "CNVITSEL - RANGE CARD TABLE FULL - RAISE THE LIMIT"
003530         MOVE 16 TO RETURN-CODE
003540         STOP RUN
003550     END-IF.
003560
003570     ADD 1 TO WS-SEL-RANGE-COUNT.
003580     SET WS-SRG-IDX TO WS-SEL-RANGE-COUNT.
003590     MOVE SEL-RANGE-LOW  TO WS-SEL-RANGE-LOW (WS-SRG-IDX).
003600     MOVE SEL-RANGE-HIGH TO WS-SEL-RANGE-HIGH (WS-SRG-IDX).
003610
003620 1530-EXIT.
003630     EXIT.
003640
003650 1540-LOAD-STATUS-CARD.
003660
003670     EVALUATE SEL-STATUS-VALUE
003680         WHEN "A"
003690             MOVE "Y" TO WS-SEL-ACTIVE-SWITCH
003700         WHEN "R"
003710             MOVE "Y" TO WS-SEL-RETIRED-SWITCH
003720         WHEN OTHER
003730             DISPLAY
003740                 "CNVITSEL - BAD STATUS CARD - STATUS NOT A OR R"
003750             MOVE 16 TO RETURN-CODE
003760             STOP RUN
003770     END-EVALUATE.
003780
003790     ADD 1 TO WS-STATUS-CARD-COUNT.
003800
003810 1540-EXIT.
003820     EXIT.
003830
003840******************************************************************
003850*    2000-SWEEP-MASTER -- READ ONE ITEM MASTER RECORD, TEST THE  *
003860*                          SELECTION, WRITE WHEN IT MATCHES      *
003870******************************************************************
003880 2000-SWEEP-MASTER.
003890
003900     READ ITEMFILE
003910         AT END
003920             MOVE "Y" TO WS-EOF-SWITCH
003930             GO TO 2000-EXIT
003940     END-READ.
003950
003960     IF WS-ITEMFILE-STATUS NOT = "00"
003970         DISPLAY
003980             "CNVITSEL - UNABLE TO READ ITEMMAST - STATUS "
003990             WS-ITEMFILE-STATUS
004000         MOVE 16 TO RETURN-CODE
004010         STOP RUN
004020     END-IF.
004030
004040     ADD 1 TO WS-MASTER-READ-COUNT.
004050
004060     PERFORM 2100-TEST-SELECTION
004070         THRU 2100-EXIT.
004080
004090     IF NOT WS-RECORD-SELECTED
004100         GO TO 2000-EXIT
004110     END-IF.
004120
004130     IF ITM-RETIRED AND NOT WS-SEL-RETIRED
004140         ADD 1 TO WS-RETIRED-SKIP-COUNT
004150         GO TO 2000-EXIT
004160     END-IF.
004170
004180     IF ITM-ACTIVE AND NOT WS-SEL-ACTIVE
004190         GO TO 2000-EXIT
004200     END-IF.
004210
004220     ADD 1 TO WS-SELECTED-COUNT.
004230
004240     IF CL-OUT-DELIMITED
004250         PERFORM 2800-WRITE-DELIMITED
004260             THRU 2800-EXIT
004270     ELSE
004280         MOVE SPACES         TO OUT-DESCRIPTION-RECORD
004290         MOVE ITM-ITEM-CODE  TO OUT-ITEM-CODE
004300         MOVE ITM-SHORT-DESC TO OUT-SHORT-DESC
004310         MOVE ITM-LONG-DESC  TO OUT-LONG-DESC
004320         WRITE OUT-DESCRIPTION-RECORD
004330     END-IF.
004340     IF WS-OUTFILE-STATUS NOT = "00"
004350         DISPLAY
004360             "CNVITSEL - UNABLE TO WRITE OUTFILE - STATUS "
004370             WS-OUTFILE-STATUS
004380         MOVE 16 TO RETURN-CODE
004390         STOP RUN
004400     END-IF.
004410
004420 2000-EXIT.
004430     EXIT.
004440
004450******************************************************************
004460*    2100-TEST-SELECTION -- AN ITEM IS IN THE CODE SELECTION     *
004470*                            WHEN IT FALLS IN ANY RANGE CARD.    *
004480*                            NO RANGE CARDS SELECTS EVERY CODE.  *
004490*                            THE STATUS TEST IS MADE BY THE      *
004500*                            CALLER.                             *
004510******************************************************************
004520 2100-TEST-SELECTION.
004530
004540     IF WS-SEL-RANGE-COUNT = ZERO
004550         MOVE "Y" TO WS-SELECTED-SWITCH
004560         GO TO 2100-EXIT
004570     END-IF.
004580
004590     MOVE "N" TO WS-SELECTED-SWITCH.
004600
004610     SET WS-SRG-IDX TO 1.
004620     SEARCH WS-SEL-RANGE
004630         AT END
004640             CONTINUE
004650         WHEN WS-SRG-IDX > WS-SEL-RANGE-COUNT
004660             CONTINUE
004670         WHEN ITM-ITEM-CODE >= WS-SEL-RANGE-LOW (WS-SRG-IDX)
004680          AND ITM-ITEM-CODE <= WS-SEL-RANGE-HIGH (WS-SRG-IDX)
004690             MOVE "Y" TO WS-SELECTED-SWITCH
004700     END-SEARCH.
004710
004720 2100-EXIT.
004730     EXIT.
004740
004750******************************************************************
004760*    2800-WRITE-DELIMITED -- ONE SEMICOLON-DELIMITED RECORD,     *
004770*                             TRAILING BLANKS TRIMMED -- THE     *
004780*                             SAME SHAPE CONVERT6 WRITES FOR THE *
004790*                             DESCRIPTION LAYOUT                 *
004800******************************************************************
004810 2800-WRITE-DELIMITED.
004820
004830     MOVE SPACES TO OUT-DELIM-RECORD.
004840     MOVE 1 TO WS-OUT-PTR.
004850
004860     STRING ITM-ITEM-CODE ";" DELIMITED BY SIZE
004870         INTO OUT-DELIM-RECORD WITH POINTER WS-OUT-PTR.
004880
004890     MOVE ITM-SHORT-DESC TO WS-WORK-FIELD (1:25).
004900     MOVE 25 TO WS-FIELD-LEN.
004910     PERFORM 2850-TRIM-WORK-FIELD
004920         THRU 2850-EXIT.
004930     STRING WS-WORK-FIELD (1:WS-TRIM-LEN) ";"
004940         DELIMITED BY SIZE
004950         INTO OUT-DELIM-RECORD WITH POINTER WS-OUT-PTR.
004960
004970     MOVE ITM-LONG-DESC TO WS-WORK-FIELD.
004980     MOVE 60 TO WS-FIELD-LEN.
004990     PERFORM 2850-TRIM-WORK-FIELD
005000         THRU 2850-EXIT.
005010     STRING WS-WORK-FIELD (1:WS-TRIM-LEN)
005020         DELIMITED BY SIZE
005030         INTO OUT-DELIM-RECORD WITH POINTER WS-OUT-PTR.
005040
005050     WRITE OUT-DELIM-RECORD.
005060
005070 2800-EXIT.
005080     EXIT.
005090
005100******************************************************************
005110*    2810-WRITE-DELIM-HEADER -- FIELD-NAME HEADER RECORD, SAME   *
005120*                                AS THE CONVERT6 DELIMITED FEED  *
005130******************************************************************
005140 2810-WRITE-DELIM-HEADER.
005150
005160     MOVE SPACES TO OUT-DELIM-RECORD.
005170     MOVE "ITEM-CODE;SHORT-DESC;LONG-DESC"
005180         TO OUT-DELIM-RECORD.
005190     WRITE OUT-DELIM-RECORD.
005200     IF WS-OUTFILE-STATUS NOT = "00"
005210         DISPLAY
005220             "CNVITSEL - UNABLE TO WRITE OUTFILE - STATUS "
005230             WS-OUTFILE-STATUS
005240         MOVE 16 TO RETURN-CODE
005250         STOP RUN
005260     END-IF.
005270
005280 2810-EXIT.
005290     EXIT.
005300
005310******************************************************************
005320*    2820-WRITE-DELIM-TRAILER -- TRL RECORD CARRYING THE COUNT   *
005330*                                 OF DETAIL RECORDS WRITTEN      *
005340******************************************************************
005350 2820-WRITE-DELIM-TRAILER.
005360
005370     MOVE WS-SELECTED-COUNT TO WS-TRAILER-COUNT-X.
005380     MOVE SPACES TO OUT-DELIM-RECORD.
005390     STRING "TRL;" WS-TRAILER-COUNT-X DELIMITED BY SIZE
005400         INTO OUT-DELIM-RECORD.
005410     WRITE OUT-DELIM-RECORD.
005420     IF WS-OUTFILE-STATUS NOT = "00"
005430         DISPLAY
005440             "CNVITSEL - UNABLE TO WRITE OUTFILE - STATUS "
005450             WS-OUTFILE-STATUS
005460         MOVE 16 TO RETURN-CODE
005470         STOP RUN
005480     END-IF.
005490
005500 2820-EXIT.
005510     EXIT.
005520
005530******************************************************************
005540*    2850-TRIM-WORK-FIELD -- LAST NON-BLANK POSITION OF          *
005550*                             WS-WORK-FIELD WITHIN WS-FIELD-LEN; *
005560*                             AN ALL-BLANK FIELD KEEPS LENGTH 1  *
005570******************************************************************
005580 2850-TRIM-WORK-FIELD.
005590
005600     MOVE ZERO TO WS-TRIM-LEN.
005610     PERFORM 2860-TRIM-SCAN
005620         THRU 2860-EXIT
005630         VARYING WS-SUB FROM 1 BY 1
005640         UNTIL WS-SUB > WS-FIELD-LEN.
005650
005660     IF WS-TRIM-LEN = ZERO
005670         MOVE 1 TO WS-TRIM-LEN
005680     END-IF.
005690
005700 2850-EXIT.
005710     EXIT.
005720
005730 2860-TRIM-SCAN.
005740
005750     IF WS-WORK-FIELD (WS-SUB:1) NOT = SPACE
005760         MOVE WS-SUB TO WS-TRIM-LEN
005770     END-IF.
005780
005790 2860-EXIT.
005800     EXIT.
005810
005820******************************************************************
005830*    9000-TERMINATE -- TRAILER, REPORT, CLOSE FILES              *
005840******************************************************************
005850 9000-TERMINATE.
005860
005870     IF CL-OUT-DELIMITED
005880         PERFORM 2820-WRITE-DELIM-TRAILER
005890             THRU 2820-EXIT
005900     END-IF.
005910
005920     PERFORM 9100-WRITE-REPORT
005930         THRU 9100-EXIT.
005940
005950     CLOSE ITEMFILE OUTFILE RPTFILE.
005960
005970     MOVE 0 TO RETURN-CODE.
005980
005990 9000-EXIT.
006000     EXIT.
006010
006020******************************************************************
006030*    9100-WRITE-REPORT -- SELECTION SUMMARY REPORT               *
006040******************************************************************
006050 9100-WRITE-REPORT.
006060
006070     MOVE "CNVITSEL - ITEM SELECTION EXTRACT SUMMARY REPORT"
006080         TO RPT-RECORD.
006090     WRITE RPT-RECORD.
006100
006110     MOVE SPACES TO RPT-RECORD.
006120     WRITE RPT-RECORD.
006130
006140     MOVE SPACES TO RPT-RECORD.
006150     STRING "OUTPUT FILE ............. " CL-OUTPUT-DSNAME
006160         DELIMITED BY SIZE INTO RPT-RECORD.
006170     WRITE RPT-RECORD.
006180
006190     MOVE SPACES TO RPT-RECORD.
006200     WRITE RPT-RECORD.
006210
006220     IF WS-CARD-COUNT = ZERO
006230         MOVE "NO SELECTION CARDS - ALL ACTIVE ITEMS SELECTED"
006240             TO RPT-RECORD
006250         WRITE RPT-RECORD
006260     END-IF.
006270
006280     MOVE WS-CARD-COUNT TO WS-COUNT-ED.
006290     MOVE SPACES TO RPT-RECORD.
006300     STRING "SELECTION CARDS ........ " WS-COUNT-ED
006310         DELIMITED BY SIZE INTO RPT-RECORD.
006320     WRITE RPT-RECORD.
006330
006340     MOVE WS-MASTER-READ-COUNT TO WS-COUNT-ED.
006350     MOVE SPACES TO RPT-RECORD.
006360     STRING "ITEM RECORDS READ ...... " WS-COUNT-ED
006370         DELIMITED BY SIZE INTO RPT-RECORD.
006380     WRITE RPT-RECORD.
006390
006400     MOVE WS-SELECTED-COUNT TO WS-COUNT-ED.
006410     MOVE SPACES TO RPT-RECORD.
006420     STRING "RECORDS SELECTED ....... " WS-COUNT-ED
006430         DELIMITED BY SIZE INTO RPT-RECORD.
006440     WRITE RPT-RECORD.
006450
006460     MOVE WS-RETIRED-SKIP-COUNT TO WS-COUNT-ED.
006470     MOVE SPACES TO RPT-RECORD.
006480     STRING "RETIRED SKIPPED ........ " WS-COUNT-ED
006490         DELIMITED BY SIZE INTO RPT-RECORD.
006500     WRITE RPT-RECORD.
006510
006520 9100-EXIT.
006530     EXIT.
