000010******************************************************************
000020*  PROGRAM:   CNVDUPCK
000030*  FILE:      cobDupck.cob
000040*
000050*  AUTHOR:    J. L. MOREIRA -- DATA CONVERSION GROUP
000060*  INSTALLATION: JOGOS DE FERIAS BATCH SERVICES
000070*  DATE-WRITTEN: 2026-10-15
000080*  DATE-COMPILED:
000090*
000100*  PURPOSE.
000110*      PERIODIC SUSPECTED-DUPLICATE CUSTOMER REPORT.  THE FEEDS
000120*      DE-DUPLICATE ON ACCOUNT NUMBER ONLY, SO THE SAME CUSTOMER
000130*      OPENED TWICE UNDER TWO ACCOUNT NUMBERS STAYS ON THE MASTER
000140*      AND IS MAILED TWICE.  THIS SWEEP READS THE WHOLE CUSTOMER
000150*      MASTER (MASTFILE DD) AND GROUPS ACCOUNTS WHOSE NAME
000160*      MATCHES AND WHOSE STREET OR CEP ALSO MATCHES, AFTER EACH
000170*      FIELD IS NORMALIZED --
000180*          ACCENTED CHARACTERS MAPPED TO PLAIN ONES PER THE
000190*          XLITTAB TABLE CONVERT6 USES (XLITTAB DD)
000200*          LOWER CASE FOLDED TO UPPER
000210*          SPACES AND PUNCTUATION DROPPED ("DA  SILVA, J." AND
000220*          "da Silva J" BOTH COME OUT "DASILVAJ")
000230*
000240*      EACH CLUSTER IS PRINTED WITH A MATCH STRENGTH.  THE
000250*      ACCOUNT TO KEEP IS THE LOWEST-NUMBERED ACCOUNT IN THE
000260*      CLUSTER THAT IS NOT MAIL-SUPPRESSED (THE LOWEST OF ALL IF
000270*      EVERY ONE IS); EVERY OTHER MEMBER IS SCORED AGAINST IT --
000280*          100  NAME, STREET AND CEP ALL MATCH
000290*           80  NAME AND STREET MATCH, CEP DIFFERS OR IS BLANK
000300*           60  NAME AND CEP MATCH, STREET DIFFERS
000310*           40  LINKED ONLY THROUGH ANOTHER MEMBER
000320*      THE CLUSTER'S STRENGTH IS ITS WEAKEST MEMBER'S SCORE.
000330*
000340*      THE OTHER MEMBERS ARE WRITTEN AS CNVMAINT TRANSACTION
000350*      CARDS TO THE CARDOUT DD -- A 'D' CARD WHEN THE MEMBER'S
000360*      SCORE REACHES THE PARM THRESHOLD, OTHERWISE THE SAME CARD
000370*      WITH '*' IN COLUMN 1 (A COMMENT TO CNVMAINT) FOR SOMEONE
000380*      TO CHECK AND TURN INTO A 'D' BY HAND.  THE DECK IS
000390*      REVIEWED, THEN RUN THROUGH CNVMAINT LIKE ANY OTHER.
000400*
000410*      THE MASTER IS READ TWICE.  THE FIRST PASS COUNTS EVERY
000420*      MATCH KEY IN A HASH REGISTRY; THE SECOND KEEPS ONLY THE
000430*      ACCOUNTS WHOSE KEY WAS SEEN MORE THAN ONCE AND GROUPS
000440*      THEM ON THE FULL KEY, SO ONLY THE SUSPECTS ARE HELD IN
000450*      STORAGE.  RC=4 WHEN ANY CLUSTER WAS FOUND OR A SUSPECT
000460*      DID NOT FIT IN THE TABLE, OTHERWISE RC=0.
000470*
000480*      THE PARM IS POSITIONAL --
000490*          POSITIONS 1-3   LOWEST SCORE THAT GETS A LIVE 'D'
000500*                          CARD (DEFAULT 100 -- ONLY FULL
000510*                          NAME/STREET/CEP MATCHES)
000520*
000530*  MODIFICATION HISTORY.
000540*  ---------------------------------------------------------------
000550*  DATE       INIT  DESCRIPTION
000560*  2026-10-15  JLM  ORIGINAL PROGRAM.
000570******************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID.  CNVDUPCK.
000600 AUTHOR.      J. L. MOREIRA.
000610 INSTALLATION. JOGOS DE FERIAS BATCH SERVICES.
000620 DATE-WRITTEN. 2026-10-15.
000630 DATE-COMPILED.
000640
000650 ENVIRONMENT DIVISION.
000660
000670 CONFIGURATION SECTION.
000680 SOURCE-COMPUTER.  GENERIC-PC.
000690 OBJECT-COMPUTER.  GENERIC-PC.
000700
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT MASTFILE
000740         ASSIGN TO "MASTFILE"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS SEQUENTIAL
000770         RECORD KEY IS MST-ACCOUNT-NO
000780         FILE STATUS IS WS-MASTFILE-STATUS.
000790
000800     SELECT XLITFILE
000810         ASSIGN TO "XLITTAB"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-XLITFILE-STATUS.
000840
000850     SELECT CARDFILE
000860         ASSIGN TO "CARDOUT"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-CARDFILE-STATUS.
000890
000900     SELECT RPTFILE
000910         ASSIGN TO "RPTFILE"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-RPTFILE-STATUS.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970
000980 FD  MASTFILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY MSTREC.
001010
001020 FD  XLITFILE
001030     LABEL RECORDS ARE STANDARD.
001040 01  XLIT-RECORD.
001050     05  XLIT-FROM-CHAR          PIC X(01).
001060     05  FILLER                  PIC X(01).
001070     05  XLIT-TO-CHAR            PIC X(01).
001080     05  FILLER                  PIC X(77).
001090
001100*    SAME CARD LAYOUT CNVMAINT READS FROM MNTCARDS.
001110 FD  CARDFILE
001120     LABEL RECORDS ARE STANDARD.
001130 01  CARD-RECORD.
001140     05  CARD-ACTION             PIC X(01).
001150     05  FILLER                  PIC X(01).
001160     05  CARD-ACCOUNT-NO         PIC X(08).
001170     05  FILLER                  PIC X(01).
001180     05  CARD-NAME               PIC X(30).
001190     05  CARD-STREET             PIC X(30).
001200     05  CARD-CITY               PIC X(20).
001210     05  CARD-STATE              PIC X(02).
001220     05  FILLER                  PIC X(01).
001230     05  CARD-CEP                PIC X(08).
001240
001250 FD  RPTFILE
001260     LABEL RECORDS ARE STANDARD.
001270 01  RPT-RECORD                  PIC X(132).
001280
001290 WORKING-STORAGE SECTION.
001300
001310*---------------------------------------------------------------*
001320*    RUN-TIME PARAMETER -- LIVE 'D' CARD THRESHOLD              *
001330*---------------------------------------------------------------*
001340 01  WS-COMMAND-LINE              PIC X(03) VALUE SPACES.
001350 01  WS-COMMAND-LINE-X REDEFINES WS-COMMAND-LINE.
001360     05  CL-DELETE-SCORE          PIC X(03).
001370     05  CL-DELETE-SCORE-N REDEFINES CL-DELETE-SCORE
001380                                  PIC 9(03).
001390
001400 77  WS-DELETE-SCORE              PIC 9(03) VALUE 100.
001410
001420*---------------------------------------------------------------*
001430*    TRANSLITERATION TABLE -- SAME TABLE FILE CONVERT6 LOADS.   *
001440*    THE FROM AND TO STRINGS RUN IN STEP: POSITION N OF ONE     *
001450*    MAPS TO POSITION N OF THE OTHER.                           *
001460*---------------------------------------------------------------*
001470 01  WS-XLIT-TABLE.
001480     05  WS-XLIT-COUNT             PIC 9(04) COMP VALUE ZERO.
001490     05  WS-XLIT-FROM-STR          PIC X(200) VALUE SPACES.
001500     05  WS-XLIT-TO-STR            PIC X(200) VALUE SPACES.
001510
001520*---------------------------------------------------------------*
001530*    FILE STATUS FIELDS                                         *
001540*---------------------------------------------------------------*
001550 77  WS-MASTFILE-STATUS            PIC X(02) VALUE "00".
001560 77  WS-XLITFILE-STATUS            PIC X(02) VALUE "00".
001570 77  WS-CARDFILE-STATUS            PIC X(02) VALUE "00".
001580 77  WS-RPTFILE-STATUS             PIC X(02) VALUE "00".
001590
001600*---------------------------------------------------------------*
001610*    SWITCHES                                                   *
001620*---------------------------------------------------------------*
001630 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
001640     88  WS-END-OF-FILE                   VALUE "Y".
001650 77  WS-PROBE-DONE-SWITCH          PIC X(01) VALUE "N".
001660     88  WS-PROBE-DONE                    VALUE "Y".
001670 77  WS-KEY-FOUND-SWITCH           PIC X(01) VALUE "N".
001680     88  WS-KEY-FOUND                     VALUE "Y".
001690
001700*---------------------------------------------------------------*
001710*    COUNTERS AND WORK FIELDS                                   *
001720*---------------------------------------------------------------*
001730 77  WS-MASTER-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
001740 77  WS-NO-NAME-COUNT              PIC 9(08) COMP VALUE ZERO.
001750 77  WS-CLUSTER-COUNT              PIC 9(08) COMP VALUE ZERO.
001760 77  WS-CLUSTERED-COUNT            PIC 9(08) COMP VALUE ZERO.
001770 77  WS-LIVE-CARD-COUNT            PIC 9(08) COMP VALUE ZERO.
001780 77  WS-HELD-CARD-COUNT            PIC 9(08) COMP VALUE ZERO.
001790 77  WS-DROPPED-COUNT              PIC 9(08) COMP VALUE ZERO.
001800 77  WS-SUB                        PIC 9(04) COMP VALUE ZERO.
001810 77  WS-OUT-SUB                    PIC 9(04) COMP VALUE ZERO.
001820 77  WS-XLIT-SUB                   PIC 9(04) COMP VALUE ZERO.
001830 77  WS-HASH-SUB                   PIC 9(04) COMP VALUE ZERO.
001840 77  WS-STREET-COUNT               PIC 9(08) COMP VALUE ZERO.
001850 77  WS-CEP-COUNT                  PIC 9(08) COMP VALUE ZERO.
001860 77  WS-STREET-HASH                PIC 9(18) COMP VALUE ZERO.
001870 77  WS-CEP-HASH                   PIC 9(18) COMP VALUE ZERO.
001880 77  WS-HASH-VALUE                 PIC 9(18) COMP VALUE ZERO.
001890 77  WS-HASH-QUOT                  PIC 9(18) COMP VALUE ZERO.
001900 77  WS-HASH-PRIME                 PIC 9(18) COMP
001910                                       VALUE 999999999989.
001920
001930*    THE BYTE VALUE OF ONE KEY CHARACTER, FOR THE HASH.
001940 01  WS-ORD-WORK.
001950     05  WS-ORD-NUMBER             PIC 9(04) COMP VALUE ZERO.
001960 01  WS-ORD-X REDEFINES WS-ORD-WORK.
001970     05  WS-ORD-HIGH               PIC X(01).
001980     05  WS-ORD-LOW                PIC X(01).
001990
002000*    NORMALIZATION WORK AREAS.
002010 01  WS-NORM-IN                    PIC X(30) VALUE SPACES.
002020 01  WS-NORM-OUT                   PIC X(30) VALUE SPACES.
002030 01  WS-NORM-CHAR                  PIC X(01) VALUE SPACE.
002040 01  WS-NORM-NAME                  PIC X(30) VALUE SPACES.
002050 01  WS-NORM-STREET                PIC X(30) VALUE SPACES.
002060 01  WS-NORM-CEP                   PIC X(30) VALUE SPACES.
002070
002080*    A MATCH KEY -- KIND S IS NAME + STREET, KIND C NAME + CEP.
002090 01  WS-MATCH-KEY.
002100     05  WS-KEY-KIND               PIC X(01).
002110     05  WS-KEY-NAME               PIC X(30).
002120     05  WS-KEY-OTHER              PIC X(30).
002130
002140 01  WS-LOWER-ALPHA                PIC X(26)
002150         VALUE "abcdefghijklmnopqrstuvwxyz".
002160 01  WS-UPPER-ALPHA                PIC X(26)
002170         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002180
002190*---------------------------------------------------------------*
002200*    MATCH-KEY COUNT REGISTRY -- FIRST PASS.  ONE SLOT PER      *
002210*    DISTINCT KEY HASH, HASHED AND PROBED THE WAY CONVERT6      *
002220*    PROBES ITS DUPLICATE-ACCOUNT REGISTRY (KEY MOD A PRIME     *
002230*    TABLE SIZE, LINEAR PROBING, STOP AT 90 PERCENT LOAD).      *
002240*---------------------------------------------------------------*
002250 01  WS-KEY-REGISTRY.
002260     05  WS-KEY-ENTRY-COUNT        PIC 9(08) COMP VALUE ZERO.
002270     05  WS-KEY-ENTRY OCCURS 2000003 TIMES.
002280         10  WS-KEY-USED           PIC X(01).
002290         10  WS-KEY-HASH           PIC 9(18) COMP.
002300         10  WS-KEY-TIMES          PIC 9(08) COMP.
002310
002320 77  WS-KEY-TABLE-SIZE             PIC 9(08) COMP VALUE 2000003.
002330 77  WS-KEY-MAX-LOAD               PIC 9(08) COMP VALUE 1800000.
002340 77  WS-KEY-SLOT                   PIC 9(08) COMP VALUE ZERO.
002350 77  WS-KEY-PROBE-COUNT            PIC 9(08) COMP VALUE ZERO.
002360
002370*---------------------------------------------------------------*
002380*    SUSPECT TABLE -- SECOND PASS.  EVERY ACCOUNT WHOSE KEY WAS *
002390*    COUNTED MORE THAN ONCE, IN ACCOUNT ORDER.  WS-CND-PARENT   *
002400*    JOINS A SUSPECT TO ITS CLUSTER (THE ROOT IS THE LOWEST     *
002410*    ENTRY OF THE CLUSTER); WS-CND-NEXT CHAINS THE MEMBERS OF A *
002420*    CLUSTER FROM THE ROOT ONCE THE CLUSTERS ARE BUILT.         *
002430*---------------------------------------------------------------*
002440 01  WS-SUSPECT-TABLE.
002450     05  WS-CND-COUNT              PIC 9(08) COMP VALUE ZERO.
002460     05  WS-CND-ENTRY OCCURS 20000 TIMES.
002470         10  WS-CND-ACCOUNT-NO     PIC 9(08).
002480         10  WS-CND-NAME           PIC X(30).
002490         10  WS-CND-STREET         PIC X(30).
002500         10  WS-CND-CITY           PIC X(20).
002510         10  WS-CND-STATE          PIC X(02).
002520         10  WS-CND-CEP            PIC X(08).
002530         10  WS-CND-SUPPRESSED     PIC X(01).
002540         10  WS-CND-NORM-NAME      PIC X(30).
002550         10  WS-CND-NORM-STREET    PIC X(30).
002560         10  WS-CND-NORM-CEP       PIC X(30).
002570         10  WS-CND-PARENT         PIC 9(08) COMP.
002580         10  WS-CND-NEXT           PIC 9(08) COMP.
002590         10  WS-CND-LAST           PIC 9(08) COMP.
002600         10  WS-CND-SIZE           PIC 9(08) COMP.
002610
002620 77  WS-CND-MAX                    PIC 9(08) COMP VALUE 20000.
002630 77  WS-CND-NEW                    PIC 9(08) COMP VALUE ZERO.
002640 77  WS-CND-SUB                    PIC 9(08) COMP VALUE ZERO.
002650 77  WS-ROOT                       PIC 9(08) COMP VALUE ZERO.
002660 77  WS-ROOT-A                     PIC 9(08) COMP VALUE ZERO.
002670 77  WS-ROOT-B                     PIC 9(08) COMP VALUE ZERO.
002680 77  WS-MEMBER                     PIC 9(08) COMP VALUE ZERO.
002690 77  WS-KEEPER                     PIC 9(08) COMP VALUE ZERO.
002700
002710*---------------------------------------------------------------*
002720*    SUSPECT KEY INDEX -- SECOND PASS.  MAPS EACH FULL MATCH    *
002730*    KEY TO THE FIRST SUSPECT THAT CARRIED IT.  PROBED ON THE   *
002740*    FIRST-PASS HASH BUT MATCHED ON THE KEY ITSELF, SO TWO KEYS *
002750*    THAT HAPPEN TO SHARE A HASH ARE NEVER GROUPED.             *
002760*---------------------------------------------------------------*
002770 01  WS-INDEX-TABLE.
002780     05  WS-IDX-ENTRY OCCURS 100003 TIMES.
002790         10  WS-IDX-USED           PIC X(01).
002800         10  WS-IDX-KIND           PIC X(01).
002810         10  WS-IDX-SUSPECT        PIC 9(08) COMP.
002820
002830 77  WS-IDX-TABLE-SIZE             PIC 9(08) COMP VALUE 100003.
002840 77  WS-IDX-SLOT                   PIC 9(08) COMP VALUE ZERO.
002850 77  WS-IDX-PROBE-COUNT            PIC 9(08) COMP VALUE ZERO.
002860
002870*---------------------------------------------------------------*
002880*    CLUSTER SCORING                                            *
002890*---------------------------------------------------------------*
002900 77  WS-MEMBER-SCORE               PIC 9(03) VALUE ZERO.
002910 77  WS-CLUSTER-SCORE              PIC 9(03) VALUE ZERO.
002920 77  WS-MATCH-TEXT                 PIC X(15) VALUE SPACES.
002930 77  WS-CLUSTER-TEXT               PIC X(15) VALUE SPACES.
002940
002950*---------------------------------------------------------------*
002960*    REPORT WORK AREAS                                          *
002970*---------------------------------------------------------------*
002980 01  WS-COUNT-ED                   PIC ZZZ,ZZZ,ZZ9.
002990 01  WS-CLUSTER-NO-ED              PIC 9(06).
003000 01  WS-SIZE-ED                    PIC ZZZ9.
003010
003020 01  WS-MEMBER-LINE.
003030     05  MBL-ROLE                  PIC X(06).
003040     05  FILLER                    PIC X(01).
003050     05  MBL-ACCOUNT-NO            PIC 9(08).
003060     05  FILLER                    PIC X(01).
003070     05  MBL-NAME                  PIC X(30).
003080     05  FILLER                    PIC X(01).
003090     05  MBL-STREET                PIC X(30).
003100     05  FILLER                    PIC X(01).
003110     05  MBL-CITY                  PIC X(20).
003120     05  FILLER                    PIC X(01).
003130     05  MBL-STATE                 PIC X(02).
003140     05  FILLER                    PIC X(01).
003150     05  MBL-CEP                   PIC X(08).
003160     05  FILLER                    PIC X(01).
003170     05  MBL-SUPPRESSED            PIC X(01).
003180     05  FILLER                    PIC X(01).
003190     05  MBL-SCORE                 PIC ZZ9.
003200     05  FILLER                    PIC X(01).
003210     05  MBL-MATCH                 PIC X(15).
003220
003230 PROCEDURE DIVISION.
003240
003250******************************************************************
003260*    0000-MAINLINE                                               *
003270******************************************************************
003280 0000-MAINLINE.
003290
003300     PERFORM 1000-INITIALIZE
003310         THRU 1000-EXIT.
003320
003330     PERFORM 2000-COUNT-KEYS
003340         THRU 2000-EXIT.
003350
003360     PERFORM 3000-COLLECT-SUSPECTS
003370         THRU 3000-EXIT.
003380
003390     PERFORM 4000-BUILD-CLUSTERS
003400         THRU 4000-EXIT.
003410
003420     PERFORM 5000-REPORT-CLUSTERS
003430         THRU 5000-EXIT.
003440
003450     PERFORM 9000-TERMINATE
003460         THRU 9000-EXIT.
003470
003480     STOP RUN.
003490
003500******************************************************************
003510*    1000-INITIALIZE -- PARSE PARM, LOAD TABLE, CLEAR THE        *
003520*                       REGISTRIES, OPEN THE OUTPUT FILES        *
003530******************************************************************
003540 1000-INITIALIZE.
003550
003560     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
003570
003580     IF CL-DELETE-SCORE NOT = SPACES
003590         IF CL-DELETE-SCORE NOT NUMERIC
003600          OR CL-DELETE-SCORE-N > 100
003610             DISPLAY
003620                 "CNVDUPCK - PARM DELETE SCORE NOT 000-100: "
003630                 CL-DELETE-SCORE
003640             MOVE 16 TO RETURN-CODE
003650             STOP RUN
003660         END-IF
003670         MOVE CL-DELETE-SCORE-N TO WS-DELETE-SCORE
003680     END-IF.
003690
003700     PERFORM 1650-LOAD-XLIT-TABLE
003710         THRU 1650-EXIT.
003720
003730     PERFORM 1700-CLEAR-ONE-KEY
003740         THRU 1700-EXIT
003750         VARYING WS-KEY-SLOT FROM 1 BY 1
003760         UNTIL WS-KEY-SLOT > WS-KEY-TABLE-SIZE.
003770
003780     PERFORM 1710-CLEAR-ONE-INDEX
003790         THRU 1710-EXIT
003800         VARYING WS-IDX-SLOT FROM 1 BY 1
003810         UNTIL WS-IDX-SLOT > WS-IDX-TABLE-SIZE.
003820
003830     OPEN OUTPUT RPTFILE.
003840     IF WS-RPTFILE-STATUS NOT = "00"
003850         DISPLAY
003860             "CNVDUPCK - UNABLE TO OPEN RPTFILE - STATUS "
003870             WS-RPTFILE-STATUS
003880         MOVE 16 TO RETURN-CODE
003890         STOP RUN
003900     END-IF.
003910
003920     OPEN OUTPUT CARDFILE.
003930     IF WS-CARDFILE-STATUS NOT = "00"
003940         DISPLAY
003950             "CNVDUPCK - UNABLE TO OPEN CARDOUT - STATUS "
003960             WS-CARDFILE-STATUS
003970         MOVE 16 TO RETURN-CODE
003980         STOP RUN
003990     END-IF.
004000
004010     MOVE "CNVDUPCK - SUSPECTED DUPLICATE CUSTOMERS"
004020         TO RPT-RECORD.
004030     WRITE RPT-RECORD.
004040
004050     MOVE SPACES TO RPT-RECORD.
004060     STRING "LIVE 'D' CARD FROM SCORE " WS-DELETE-SCORE
004070         DELIMITED BY SIZE INTO RPT-RECORD.
004080     WRITE RPT-RECORD.
004090
004100     MOVE "* CNVDUPCK - SUSPECTED DUPLICATE DELETIONS - REVIEW"
004110         TO CARD-RECORD.
004120     WRITE CARD-RECORD.
004130
004140 1000-EXIT.
004150     EXIT.
004160
004170******************************************************************
004180*    1650-LOAD-XLIT-TABLE -- SAME TABLE FILE AND RULES AS        *
004190*                            CONVERT6: ACCENTED CHARACTER IN     *
004200*                            COLUMN 1, PLAIN REPLACEMENT IN      *
004210*                            COLUMN 3; '*' COMMENTS AND BLANK    *
004220*                            LINES IGNORED; MISSING OR EMPTY     *
004230*                            TABLE FATAL.                        *
004240******************************************************************
004250 1650-LOAD-XLIT-TABLE.
004260
004270     OPEN INPUT XLITFILE.
004280     IF WS-XLITFILE-STATUS NOT = "00"
004290         DISPLAY
004300             "CNVDUPCK - UNABLE TO OPEN XLITTAB - STATUS "
004310             WS-XLITFILE-STATUS
004320         MOVE 16 TO RETURN-CODE
004330         STOP RUN
004340     END-IF.
004350
004360     MOVE "N" TO WS-EOF-SWITCH.
004370     PERFORM 1660-LOAD-ONE-XLIT
004380         THRU 1660-EXIT
004390         UNTIL WS-END-OF-FILE.
004400
004410     CLOSE XLITFILE.
004420     MOVE "N" TO WS-EOF-SWITCH.
004430
004440     IF WS-XLIT-COUNT = ZERO
004450         DISPLAY
004460             "CNVDUPCK - XLIT TABLE LOADED EMPTY FROM XLITTAB"
004470         MOVE 16 TO RETURN-CODE
004480         STOP RUN
004490     END-IF.
004500
004510 1650-EXIT.
004520     EXIT.
004530
004540 1660-LOAD-ONE-XLIT.
004550
004560     READ XLITFILE
004570         AT END
004580             MOVE "Y" TO WS-EOF-SWITCH
004590             GO TO 1660-EXIT
004600     END-READ.
004610
004620     IF XLIT-RECORD = SPACES
004630      OR XLIT-FROM-CHAR = "*"
004640         GO TO 1660-EXIT
004650     END-IF.
004660
004670     IF WS-XLIT-COUNT >= 200
004680         DISPLAY
004690             "CNVDUPCK - XLIT TABLE FULL - RAISE THE LIMIT"
004700         MOVE 16 TO RETURN-CODE
004710         STOP RUN
004720     END-IF.
004730
004740     ADD 1 TO WS-XLIT-COUNT.
004750     MOVE XLIT-FROM-CHAR
004760         TO WS-XLIT-FROM-STR (WS-XLIT-COUNT:1).
004770     MOVE XLIT-TO-CHAR
004780         TO WS-XLIT-TO-STR (WS-XLIT-COUNT:1).
004790
004800 1660-EXIT.
004810     EXIT.
004820
004830*    THE PROBES RELY ON THE USED FLAGS, NOT ON STORAGE HAPPENING
004840*    TO START CLEAN.
004850 1700-CLEAR-ONE-KEY.
004860
004870     MOVE "N" TO WS-KEY-USED (WS-KEY-SLOT).
004880
004890 1700-EXIT.
004900     EXIT.
004910
004920 1710-CLEAR-ONE-INDEX.
004930
004940     MOVE "N" TO WS-IDX-USED (WS-IDX-SLOT).
004950
004960 1710-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000*    2000-COUNT-KEYS -- FIRST PASS: COUNT EVERY MATCH KEY ON THE *
005010*                       MASTER                                   *
005020******************************************************************
005030 2000-COUNT-KEYS.
005040
005050     OPEN INPUT MASTFILE.
005060     IF WS-MASTFILE-STATUS NOT = "00"
005070         DISPLAY
005080             "CNVDUPCK - UNABLE TO OPEN MASTFILE - STATUS "
005090             WS-MASTFILE-STATUS
005100         MOVE 16 TO RETURN-CODE
005110         STOP RUN
005120     END-IF.
005130
005140     MOVE "N" TO WS-EOF-SWITCH.
005150     PERFORM 2100-COUNT-ONE-RECORD
005160         THRU 2100-EXIT
005170         UNTIL WS-END-OF-FILE.
005180
005190     CLOSE MASTFILE.
005200
005210 2000-EXIT.
005220     EXIT.
005230
005240 2100-COUNT-ONE-RECORD.
005250
005260     PERFORM 8000-READ-MASTER
005270         THRU 8000-EXIT.
005280     IF WS-END-OF-FILE
005290         GO TO 2100-EXIT
005300     END-IF.
005310
005320     ADD 1 TO WS-MASTER-READ-COUNT.
005330
005340     PERFORM 6000-BUILD-KEYS
005350         THRU 6000-EXIT.
005360     IF WS-NORM-NAME = SPACES
005370         ADD 1 TO WS-NO-NAME-COUNT
005380         GO TO 2100-EXIT
005390     END-IF.
005400
005410     IF WS-NORM-STREET NOT = SPACES
005420         MOVE WS-STREET-HASH TO WS-HASH-VALUE
005430         PERFORM 7000-LOOK-UP-KEY
005440             THRU 7000-EXIT
005450         PERFORM 7100-COUNT-KEY
005460             THRU 7100-EXIT
005470     END-IF.
005480
005490     IF WS-NORM-CEP NOT = SPACES
005500         MOVE WS-CEP-HASH TO WS-HASH-VALUE
005510         PERFORM 7000-LOOK-UP-KEY
005520             THRU 7000-EXIT
005530         PERFORM 7100-COUNT-KEY
005540             THRU 7100-EXIT
005550     END-IF.
005560
005570 2100-EXIT.
005580     EXIT.
005590
005600******************************************************************
005610*    3000-COLLECT-SUSPECTS -- SECOND PASS: HOLD EVERY ACCOUNT    *
005620*                             WITH A KEY SEEN MORE THAN ONCE AND *
005630*                             JOIN IT TO THE SUSPECTS SHARING    *
005640*                             THAT KEY                           *
005650******************************************************************
005660 3000-COLLECT-SUSPECTS.
005670
005680     OPEN INPUT MASTFILE.
005690     IF WS-MASTFILE-STATUS NOT = "00"
005700         DISPLAY
005710             "CNVDUPCK - UNABLE TO OPEN MASTFILE - STATUS "
005720             WS-MASTFILE-STATUS
005730         MOVE 16 TO RETURN-CODE
005740         STOP RUN
005750     END-IF.
005760
005770     MOVE "N" TO WS-EOF-SWITCH.
005780     PERFORM 3100-CHECK-ONE-RECORD
005790         THRU 3100-EXIT
005800         UNTIL WS-END-OF-FILE.
005810
005820     CLOSE MASTFILE.
005830
005840 3000-EXIT.
005850     EXIT.
005860
005870 3100-CHECK-ONE-RECORD.
005880
005890     PERFORM 8000-READ-MASTER
005900         THRU 8000-EXIT.
005910     IF WS-END-OF-FILE
005920         GO TO 3100-EXIT
005930     END-IF.
005940
005950     PERFORM 6000-BUILD-KEYS
005960         THRU 6000-EXIT.
005970     IF WS-NORM-NAME = SPACES
005980         GO TO 3100-EXIT
005990     END-IF.
006000
006010     MOVE ZERO TO WS-STREET-COUNT.
006020     MOVE ZERO TO WS-CEP-COUNT.
006030
006040     IF WS-NORM-STREET NOT = SPACES
006050         MOVE WS-STREET-HASH TO WS-HASH-VALUE
006060         PERFORM 7000-LOOK-UP-KEY
006070             THRU 7000-EXIT
006080         IF WS-KEY-FOUND
006090             MOVE WS-KEY-TIMES (WS-KEY-SLOT) TO WS-STREET-COUNT
006100         END-IF
006110     END-IF.
006120
006130     IF WS-NORM-CEP NOT = SPACES
006140         MOVE WS-CEP-HASH TO WS-HASH-VALUE
006150         PERFORM 7000-LOOK-UP-KEY
006160             THRU 7000-EXIT
006170         IF WS-KEY-FOUND
006180             MOVE WS-KEY-TIMES (WS-KEY-SLOT) TO WS-CEP-COUNT
006190         END-IF
006200     END-IF.
006210
006220     IF WS-STREET-COUNT < 2 AND WS-CEP-COUNT < 2
006230         GO TO 3100-EXIT
006240     END-IF.
006250
006260     IF WS-CND-COUNT >= WS-CND-MAX
006270         ADD 1 TO WS-DROPPED-COUNT
006280         GO TO 3100-EXIT
006290     END-IF.
006300
006310     ADD 1 TO WS-CND-COUNT.
006320     MOVE WS-CND-COUNT TO WS-CND-NEW.
006330     MOVE MST-ACCOUNT-NO   TO WS-CND-ACCOUNT-NO (WS-CND-NEW).
006340     MOVE MST-NAME         TO WS-CND-NAME (WS-CND-NEW).
006350     MOVE MST-STREET       TO WS-CND-STREET (WS-CND-NEW).
006360     MOVE MST-CITY         TO WS-CND-CITY (WS-CND-NEW).
006370     MOVE MST-STATE        TO WS-CND-STATE (WS-CND-NEW).
006380     MOVE MST-CEP          TO WS-CND-CEP (WS-CND-NEW).
006390     MOVE "N"              TO WS-CND-SUPPRESSED (WS-CND-NEW).
006400     IF MST-MAIL-SUPPRESSED
006410         MOVE "Y" TO WS-CND-SUPPRESSED (WS-CND-NEW)
006420     END-IF.
006430     MOVE WS-NORM-NAME     TO WS-CND-NORM-NAME (WS-CND-NEW).
006440     MOVE WS-NORM-STREET   TO WS-CND-NORM-STREET (WS-CND-NEW).
006450     MOVE WS-NORM-CEP      TO WS-CND-NORM-CEP (WS-CND-NEW).
006460     MOVE WS-CND-NEW       TO WS-CND-PARENT (WS-CND-NEW).
006470     MOVE ZERO             TO WS-CND-NEXT (WS-CND-NEW).
006480     MOVE ZERO             TO WS-CND-LAST (WS-CND-NEW).
006490     MOVE ZERO             TO WS-CND-SIZE (WS-CND-NEW).
006500
006510     IF WS-STREET-COUNT > 1
006520         MOVE "S"            TO WS-KEY-KIND
006530         MOVE WS-STREET-HASH TO WS-HASH-VALUE
006540         PERFORM 3200-JOIN-ON-KEY
006550             THRU 3200-EXIT
006560     END-IF.
006570
006580     IF WS-CEP-COUNT > 1
006590         MOVE "C"            TO WS-KEY-KIND
006600         MOVE WS-CEP-HASH    TO WS-HASH-VALUE
006610         PERFORM 3200-JOIN-ON-KEY
006620             THRU 3200-EXIT
006630     END-IF.
006640
006650 3100-EXIT.
006660     EXIT.
006670
006680******************************************************************
006690*    3200-JOIN-ON-KEY -- FIND THE FIRST SUSPECT WITH THE SAME    *
006700*                        KEY OF KIND WS-KEY-KIND AND JOIN THE    *
006710*                        NEW SUSPECT TO ITS CLUSTER, OR INDEX    *
006720*                        THE NEW SUSPECT AS THE FIRST WITH IT    *
006730******************************************************************
006740 3200-JOIN-ON-KEY.
006750
006760     MOVE "N" TO WS-KEY-FOUND-SWITCH.
006770     MOVE "N" TO WS-PROBE-DONE-SWITCH.
006780     MOVE ZERO TO WS-IDX-PROBE-COUNT.
006790
006800     DIVIDE WS-HASH-VALUE BY WS-IDX-TABLE-SIZE
006810         GIVING WS-HASH-QUOT
006820         REMAINDER WS-IDX-SLOT.
006830     ADD 1 TO WS-IDX-SLOT.
006840
006850     PERFORM 3250-PROBE-ONE-INDEX
006860         THRU 3250-EXIT
006870         UNTIL WS-PROBE-DONE.
006880
006890     IF WS-KEY-FOUND
006900         MOVE WS-IDX-SUSPECT (WS-IDX-SLOT) TO WS-ROOT
006910         PERFORM 7500-FIND-ROOT
006920             THRU 7500-EXIT
006930         MOVE WS-ROOT TO WS-ROOT-A
006940         MOVE WS-CND-NEW TO WS-ROOT
006950         PERFORM 7500-FIND-ROOT
006960             THRU 7500-EXIT
006970         MOVE WS-ROOT TO WS-ROOT-B
006980*        THE LOWER ENTRY STAYS THE ROOT -- THE TABLE IS IN
006990*        ACCOUNT ORDER, SO A ROOT IS ITS CLUSTER'S LOWEST ACCOUNT.
007000         IF WS-ROOT-A < WS-ROOT-B
007010             MOVE WS-ROOT-A TO WS-CND-PARENT (WS-ROOT-B)
007020         ELSE
007030             MOVE WS-ROOT-B TO WS-CND-PARENT (WS-ROOT-A)
007040         END-IF
007050     ELSE
007060         MOVE "Y"        TO WS-IDX-USED (WS-IDX-SLOT)
007070         MOVE WS-KEY-KIND TO WS-IDX-KIND (WS-IDX-SLOT)
007080         MOVE WS-CND-NEW TO WS-IDX-SUSPECT (WS-IDX-SLOT)
007090     END-IF.
007100
007110 3200-EXIT.
007120     EXIT.
007130
007140 3250-PROBE-ONE-INDEX.
007150
007160     IF WS-IDX-USED (WS-IDX-SLOT) = "N"
007170         MOVE "Y" TO WS-PROBE-DONE-SWITCH
007180         GO TO 3250-EXIT
007190     END-IF.
007200
007210     MOVE WS-IDX-SUSPECT (WS-IDX-SLOT) TO WS-CND-SUB.
007220     IF WS-IDX-KIND (WS-IDX-SLOT) = WS-KEY-KIND
007230      AND WS-CND-NORM-NAME (WS-CND-SUB) = WS-NORM-NAME
007240         IF WS-KEY-KIND = "S"
007250          AND WS-CND-NORM-STREET (WS-CND-SUB) = WS-NORM-STREET
007260             MOVE "Y" TO WS-KEY-FOUND-SWITCH
007270             MOVE "Y" TO WS-PROBE-DONE-SWITCH
007280             GO TO 3250-EXIT
007290         END-IF
007300         IF WS-KEY-KIND = "C"
007310          AND WS-CND-NORM-CEP (WS-CND-SUB) = WS-NORM-CEP
007320             MOVE "Y" TO WS-KEY-FOUND-SWITCH
007330             MOVE "Y" TO WS-PROBE-DONE-SWITCH
007340             GO TO 3250-EXIT
007350         END-IF
007360     END-IF.
007370
007380     ADD 1 TO WS-IDX-PROBE-COUNT.
007390     IF WS-IDX-PROBE-COUNT > WS-IDX-TABLE-SIZE
007400         DISPLAY
007410             "CNVDUPCK - SUSPECT KEY INDEX PROBE WRAPPED - "
007420             "TABLE FULL"
007430         MOVE 16 TO RETURN-CODE
007440         STOP RUN
007450     END-IF.
007460
007470     IF WS-IDX-SLOT >= WS-IDX-TABLE-SIZE
007480         MOVE 1 TO WS-IDX-SLOT
007490     ELSE
007500         ADD 1 TO WS-IDX-SLOT
007510     END-IF.
007520
007530 3250-EXIT.
007540     EXIT.
007550
007560******************************************************************
007570*    4000-BUILD-CLUSTERS -- CHAIN EVERY SUSPECT ONTO ITS ROOT,   *
007580*                           IN ACCOUNT ORDER, AND COUNT THE      *
007590*                           MEMBERS                              *
007600******************************************************************
007610 4000-BUILD-CLUSTERS.
007620
007630     PERFORM 4100-CHAIN-ONE-SUSPECT
007640         THRU 4100-EXIT
007650         VARYING WS-CND-SUB FROM 1 BY 1
007660         UNTIL WS-CND-SUB > WS-CND-COUNT.
007670
007680 4000-EXIT.
007690     EXIT.
007700
007710 4100-CHAIN-ONE-SUSPECT.
007720
007730     MOVE WS-CND-SUB TO WS-ROOT.
007740     PERFORM 7500-FIND-ROOT
007750         THRU 7500-EXIT.
007760
007770     ADD 1 TO WS-CND-SIZE (WS-ROOT).
007780     IF WS-ROOT NOT = WS-CND-SUB
007790         MOVE WS-CND-SUB TO WS-CND-NEXT (WS-CND-LAST (WS-ROOT))
007800     END-IF.
007810     MOVE WS-CND-SUB TO WS-CND-LAST (WS-ROOT).
007820
007830 4100-EXIT.
007840     EXIT.
007850
007860******************************************************************
007870*    5000-REPORT-CLUSTERS -- EVERY CLUSTER OF TWO OR MORE, WITH  *
007880*                            ITS CARDS                           *
007890******************************************************************
007900 5000-REPORT-CLUSTERS.
007910
007920     PERFORM 5100-REPORT-ONE-CLUSTER
007930         THRU 5100-EXIT
007940         VARYING WS-CND-SUB FROM 1 BY 1
007950         UNTIL WS-CND-SUB > WS-CND-COUNT.
007960
007970 5000-EXIT.
007980     EXIT.
007990
008000 5100-REPORT-ONE-CLUSTER.
008010
008020     IF WS-CND-PARENT (WS-CND-SUB) NOT = WS-CND-SUB
008030      OR WS-CND-SIZE (WS-CND-SUB) < 2
008040         GO TO 5100-EXIT
008050     END-IF.
008060
008070     ADD 1 TO WS-CLUSTER-COUNT.
008080     ADD WS-CND-SIZE (WS-CND-SUB) TO WS-CLUSTERED-COUNT.
008090
008100*    KEEP THE FIRST MEMBER THAT STILL MAILS; A SUPPRESSED
008110*    ADDRESS IS THE ONE KNOWN TO BE BAD.
008120     MOVE ZERO TO WS-KEEPER.
008130     MOVE WS-CND-SUB TO WS-MEMBER.
008140     PERFORM 5150-PICK-KEEPER
008150         THRU 5150-EXIT
008160         UNTIL WS-MEMBER = ZERO
008170            OR WS-KEEPER NOT = ZERO.
008180     IF WS-KEEPER = ZERO
008190         MOVE WS-CND-SUB TO WS-KEEPER
008200     END-IF.
008210
008220     MOVE 100 TO WS-CLUSTER-SCORE.
008230     MOVE WS-CND-SUB TO WS-MEMBER.
008240     PERFORM 5160-SCORE-CLUSTER
008250         THRU 5160-EXIT
008260         UNTIL WS-MEMBER = ZERO.
008270     MOVE WS-CLUSTER-SCORE TO WS-MEMBER-SCORE.
008280     PERFORM 5250-SET-MATCH-TEXT
008290         THRU 5250-EXIT.
008300     MOVE WS-MATCH-TEXT TO WS-CLUSTER-TEXT.
008310
008320     MOVE WS-CLUSTER-COUNT TO WS-CLUSTER-NO-ED.
008330     MOVE WS-CND-SIZE (WS-CND-SUB) TO WS-SIZE-ED.
008340     MOVE SPACES TO RPT-RECORD.
008350     WRITE RPT-RECORD.
008360     MOVE SPACES TO RPT-RECORD.
008370     STRING "CLUSTER " WS-CLUSTER-NO-ED
008380         "   MEMBERS " WS-SIZE-ED
008390         "   STRENGTH " WS-CLUSTER-SCORE " " WS-CLUSTER-TEXT
008400         DELIMITED BY SIZE INTO RPT-RECORD.
008410     WRITE RPT-RECORD.
008420
008430     MOVE SPACES TO CARD-RECORD.
008440     STRING "* CLUSTER " WS-CLUSTER-NO-ED
008450         " STRENGTH " WS-CLUSTER-SCORE
008460         " KEEP " WS-CND-ACCOUNT-NO (WS-KEEPER)
008470         " " WS-CND-NAME (WS-KEEPER)
008480         DELIMITED BY SIZE INTO CARD-RECORD.
008490     WRITE CARD-RECORD.
008500
008510     MOVE WS-CND-SUB TO WS-MEMBER.
008520     PERFORM 5300-REPORT-ONE-MEMBER
008530         THRU 5300-EXIT
008540         UNTIL WS-MEMBER = ZERO.
008550
008560 5100-EXIT.
008570     EXIT.
008580
008590 5150-PICK-KEEPER.
008600
008610     IF WS-CND-SUPPRESSED (WS-MEMBER) = "N"
008620         MOVE WS-MEMBER TO WS-KEEPER
008630     END-IF.
008640     MOVE WS-CND-NEXT (WS-MEMBER) TO WS-MEMBER.
008650
008660 5150-EXIT.
008670     EXIT.
008680
008690 5160-SCORE-CLUSTER.
008700
008710     IF WS-MEMBER NOT = WS-KEEPER
008720         PERFORM 5200-SCORE-MEMBER
008730             THRU 5200-EXIT
008740         IF WS-MEMBER-SCORE < WS-CLUSTER-SCORE
008750             MOVE WS-MEMBER-SCORE TO WS-CLUSTER-SCORE
008760         END-IF
008770     END-IF.
008780     MOVE WS-CND-NEXT (WS-MEMBER) TO WS-MEMBER.
008790
008800 5160-EXIT.
008810     EXIT.
008820
008830******************************************************************
008840*    5200-SCORE-MEMBER -- SCORE WS-MEMBER AGAINST THE KEEPER.    *
008850*                         EVERY MEMBER WAS JOINED ON A KEY THAT  *
008860*                         CARRIES THE NAME, SO ONLY STREET AND   *
008870*                         CEP ARE LEFT TO COMPARE.               *
008880******************************************************************
008890 5200-SCORE-MEMBER.
008900
008910     MOVE 40 TO WS-MEMBER-SCORE.
008920
008930     IF WS-CND-NORM-NAME (WS-MEMBER)
008940          NOT = WS-CND-NORM-NAME (WS-KEEPER)
008950         GO TO 5200-EXIT
008960     END-IF.
008970
008980     IF WS-CND-NORM-STREET (WS-MEMBER) NOT = SPACES
008990      AND WS-CND-NORM-STREET (WS-MEMBER)
009000          = WS-CND-NORM-STREET (WS-KEEPER)
009010         MOVE 80 TO WS-MEMBER-SCORE
009020         IF WS-CND-NORM-CEP (WS-MEMBER) NOT = SPACES
009030          AND WS-CND-NORM-CEP (WS-MEMBER)
009040              = WS-CND-NORM-CEP (WS-KEEPER)
009050             MOVE 100 TO WS-MEMBER-SCORE
009060         END-IF
009070         GO TO 5200-EXIT
009080     END-IF.
009090
009100     IF WS-CND-NORM-CEP (WS-MEMBER) NOT = SPACES
009110      AND WS-CND-NORM-CEP (WS-MEMBER)
009120          = WS-CND-NORM-CEP (WS-KEEPER)
009130         MOVE 60 TO WS-MEMBER-SCORE
009140     END-IF.
009150
009160 5200-EXIT.
009170     EXIT.
009180
009190 5250-SET-MATCH-TEXT.
009200
009210     EVALUATE WS-MEMBER-SCORE
009220         WHEN 100
009230             MOVE "NAME+STREET+CEP" TO WS-MATCH-TEXT
009240         WHEN 80
009250             MOVE "NAME+STREET"     TO WS-MATCH-TEXT
009260         WHEN 60
009270             MOVE "NAME+CEP"        TO WS-MATCH-TEXT
009280         WHEN OTHER
009290             MOVE "LINKED ONLY"     TO WS-MATCH-TEXT
009300     END-EVALUATE.
009310
009320 5250-EXIT.
009330     EXIT.
009340
009350******************************************************************
009360*    5300-REPORT-ONE-MEMBER -- ONE REPORT LINE, AND A CARD FOR   *
009370*                              EVERY MEMBER BUT THE KEEPER       *
009380******************************************************************
009390 5300-REPORT-ONE-MEMBER.
009400
009410     MOVE SPACES TO WS-MEMBER-LINE.
009420
009430     IF WS-MEMBER = WS-KEEPER
009440         MOVE "KEEP"  TO MBL-ROLE
009450     ELSE
009460         MOVE "DROP"  TO MBL-ROLE
009470         PERFORM 5200-SCORE-MEMBER
009480             THRU 5200-EXIT
009490         PERFORM 5250-SET-MATCH-TEXT
009500             THRU 5250-EXIT
009510         MOVE WS-MEMBER-SCORE TO MBL-SCORE
009520         MOVE WS-MATCH-TEXT   TO MBL-MATCH
009530         PERFORM 5400-WRITE-CARD
009540             THRU 5400-EXIT
009550     END-IF.
009560
009570     MOVE WS-CND-ACCOUNT-NO (WS-MEMBER) TO MBL-ACCOUNT-NO.
009580     MOVE WS-CND-NAME (WS-MEMBER)       TO MBL-NAME.
009590     MOVE WS-CND-STREET (WS-MEMBER)     TO MBL-STREET.
009600     MOVE WS-CND-CITY (WS-MEMBER)       TO MBL-CITY.
009610     MOVE WS-CND-STATE (WS-MEMBER)      TO MBL-STATE.
009620     MOVE WS-CND-CEP (WS-MEMBER)        TO MBL-CEP.
009630     IF WS-CND-SUPPRESSED (WS-MEMBER) = "Y"
009640         MOVE "S" TO MBL-SUPPRESSED
009650     END-IF.
009660     MOVE WS-MEMBER-LINE TO RPT-RECORD.
009670     WRITE RPT-RECORD.
009680
009690     MOVE WS-CND-NEXT (WS-MEMBER) TO WS-MEMBER.
009700
009710 5300-EXIT.
009720     EXIT.
009730
009740*    A MEMBER BELOW THE THRESHOLD GETS ITS CARD WITH '*' IN THE
009750*    ACTION COLUMN -- A COMMENT TO CNVMAINT UNTIL SOMEONE WHO HAS
009760*    CHECKED IT CHANGES THE '*' TO 'D'.
009770 5400-WRITE-CARD.
009780
009790     MOVE SPACES TO CARD-RECORD.
009800     IF WS-MEMBER-SCORE < WS-DELETE-SCORE
009810         MOVE "*" TO CARD-ACTION
009820         ADD 1 TO WS-HELD-CARD-COUNT
009830         STRING "HELD - SCORE " WS-MEMBER-SCORE " " WS-MATCH-TEXT
009840             DELIMITED BY SIZE INTO CARD-NAME
009850     ELSE
009860         MOVE "D" TO CARD-ACTION
009870         ADD 1 TO WS-LIVE-CARD-COUNT
009880     END-IF.
009890     MOVE WS-CND-ACCOUNT-NO (WS-MEMBER) TO CARD-ACCOUNT-NO.
009900     WRITE CARD-RECORD.
009910
009920 5400-EXIT.
009930     EXIT.
009940
009950******************************************************************
009960*    6000-BUILD-KEYS -- NORMALIZE NAME, STREET AND CEP OF THE    *
009970*                       MASTER RECORD AND HASH BOTH MATCH KEYS   *
009980******************************************************************
009990 6000-BUILD-KEYS.
010000
010010     MOVE MST-NAME TO WS-NORM-IN.
010020     PERFORM 6100-NORMALIZE-FIELD
010030         THRU 6100-EXIT.
010040     MOVE WS-NORM-OUT TO WS-NORM-NAME.
010050
010060     MOVE MST-STREET TO WS-NORM-IN.
010070     PERFORM 6100-NORMALIZE-FIELD
010080         THRU 6100-EXIT.
010090     MOVE WS-NORM-OUT TO WS-NORM-STREET.
010100
010110     MOVE MST-CEP TO WS-NORM-IN.
010120     PERFORM 6100-NORMALIZE-FIELD
010130         THRU 6100-EXIT.
010140     MOVE WS-NORM-OUT TO WS-NORM-CEP.
010150
010160     MOVE "S"            TO WS-KEY-KIND.
010170     MOVE WS-NORM-NAME   TO WS-KEY-NAME.
010180     MOVE WS-NORM-STREET TO WS-KEY-OTHER.
010190     PERFORM 6300-HASH-KEY
010200         THRU 6300-EXIT.
010210     MOVE WS-HASH-VALUE TO WS-STREET-HASH.
010220
010230     MOVE "C"            TO WS-KEY-KIND.
010240     MOVE WS-NORM-CEP    TO WS-KEY-OTHER.
010250     PERFORM 6300-HASH-KEY
010260         THRU 6300-EXIT.
010270     MOVE WS-HASH-VALUE TO WS-CEP-HASH.
010280
010290 6000-EXIT.
010300     EXIT.
010310
010320******************************************************************
010330*    6100-NORMALIZE-FIELD -- WS-NORM-IN TO WS-NORM-OUT: ACCENTS  *
010340*                            TRANSLITERATED, UPPER CASE, ONLY    *
010350*                            LETTERS AND DIGITS KEPT, CLOSED UP  *
010360******************************************************************
010370 6100-NORMALIZE-FIELD.
010380
010390     PERFORM 6150-TRANSLITERATE-ONE-PAIR
010400         THRU 6150-EXIT
010410         VARYING WS-XLIT-SUB FROM 1 BY 1
010420         UNTIL WS-XLIT-SUB > WS-XLIT-COUNT.
010430
010440     INSPECT WS-NORM-IN
010450         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
010460
010470     MOVE SPACES TO WS-NORM-OUT.
010480     MOVE ZERO TO WS-OUT-SUB.
010490     PERFORM 6200-KEEP-ONE-CHARACTER
010500         THRU 6200-EXIT
010510         VARYING WS-SUB FROM 1 BY 1
010520         UNTIL WS-SUB > 30.
010530
010540 6100-EXIT.
010550     EXIT.
010560
010570 6150-TRANSLITERATE-ONE-PAIR.
010580
010590     INSPECT WS-NORM-IN
010600         CONVERTING WS-XLIT-FROM-STR (WS-XLIT-SUB:1)
010610                 TO WS-XLIT-TO-STR (WS-XLIT-SUB:1).
010620
010630 6150-EXIT.
010640     EXIT.
010650
010660 6200-KEEP-ONE-CHARACTER.
010670
010680     MOVE WS-NORM-IN (WS-SUB:1) TO WS-NORM-CHAR.
010690
010700     IF WS-NORM-CHAR = SPACE
010710         GO TO 6200-EXIT
010720     END-IF.
010730
010740     IF WS-NORM-CHAR IS ALPHABETIC-UPPER
010750      OR WS-NORM-CHAR IS NUMERIC
010760         ADD 1 TO WS-OUT-SUB
010770         MOVE WS-NORM-CHAR TO WS-NORM-OUT (WS-OUT-SUB:1)
010780     END-IF.
010790
010800 6200-EXIT.
010810     EXIT.
010820
010830******************************************************************
010840*    6300-HASH-KEY -- WS-MATCH-KEY TO A NUMBER BELOW A 12-DIGIT  *
010850*                     PRIME, ONE CHARACTER AT A TIME             *
010860******************************************************************
010870 6300-HASH-KEY.
010880
010890     MOVE ZERO TO WS-HASH-VALUE.
010900     PERFORM 6310-HASH-ONE-CHARACTER
010910         THRU 6310-EXIT
010920         VARYING WS-HASH-SUB FROM 1 BY 1
010930         UNTIL WS-HASH-SUB > 61.
010940
010950 6300-EXIT.
010960     EXIT.
010970
010980 6310-HASH-ONE-CHARACTER.
010990
011000     MOVE LOW-VALUE TO WS-ORD-HIGH.
011010     MOVE WS-MATCH-KEY (WS-HASH-SUB:1) TO WS-ORD-LOW.
011020
011030     COMPUTE WS-HASH-VALUE =
011040         WS-HASH-VALUE * 31 + WS-ORD-NUMBER.
011050     DIVIDE WS-HASH-VALUE BY WS-HASH-PRIME
011060         GIVING WS-HASH-QUOT
011070         REMAINDER WS-HASH-VALUE.
011080
011090 6310-EXIT.
011100     EXIT.
011110
011120******************************************************************
011130*    7000-LOOK-UP-KEY -- HASH PROBE OF THE KEY COUNT REGISTRY    *
011140*                        FOR WS-HASH-VALUE.  LEAVES WS-KEY-SLOT  *
011150*                        ON THE MATCH, OR ON THE FREE SLOT WHERE *
011160*                        IT BELONGS.                             *
011170******************************************************************
011180 7000-LOOK-UP-KEY.
011190
011200     MOVE "N" TO WS-KEY-FOUND-SWITCH.
011210     MOVE "N" TO WS-PROBE-DONE-SWITCH.
011220     MOVE ZERO TO WS-KEY-PROBE-COUNT.
011230
011240     DIVIDE WS-HASH-VALUE BY WS-KEY-TABLE-SIZE
011250         GIVING WS-HASH-QUOT
011260         REMAINDER WS-KEY-SLOT.
011270     ADD 1 TO WS-KEY-SLOT.
011280
011290     PERFORM 7050-PROBE-ONE-KEY
011300         THRU 7050-EXIT
011310         UNTIL WS-PROBE-DONE.
011320
011330 7000-EXIT.
011340     EXIT.
011350
011360 7050-PROBE-ONE-KEY.
011370
011380     IF WS-KEY-USED (WS-KEY-SLOT) = "N"
011390         MOVE "Y" TO WS-PROBE-DONE-SWITCH
011400         GO TO 7050-EXIT
011410     END-IF.
011420
011430     IF WS-KEY-HASH (WS-KEY-SLOT) = WS-HASH-VALUE
011440         MOVE "Y" TO WS-KEY-FOUND-SWITCH
011450         MOVE "Y" TO WS-PROBE-DONE-SWITCH
011460         GO TO 7050-EXIT
011470     END-IF.
011480
011490     ADD 1 TO WS-KEY-PROBE-COUNT.
011500     IF WS-KEY-PROBE-COUNT > WS-KEY-TABLE-SIZE
011510         DISPLAY
011520             "CNVDUPCK - KEY REGISTRY PROBE WRAPPED - TABLE FULL"
011530         MOVE 16 TO RETURN-CODE
011540         STOP RUN
011550     END-IF.
011560
011570     IF WS-KEY-SLOT >= WS-KEY-TABLE-SIZE
011580         MOVE 1 TO WS-KEY-SLOT
011590     ELSE
011600         ADD 1 TO WS-KEY-SLOT
011610     END-IF.
011620
011630 7050-EXIT.
011640     EXIT.
011650
011660******************************************************************
011670*    7100-COUNT-KEY -- ADD ONE TO THE KEY 7000 FOUND, OR CLAIM   *
011680*                      THE FREE SLOT IT LEFT.  A REGISTRY AT ITS *
011690*                      LOAD CEILING IS FATAL.                    *
011700******************************************************************
011710 7100-COUNT-KEY.
011720
011730     IF WS-KEY-FOUND
011740         ADD 1 TO WS-KEY-TIMES (WS-KEY-SLOT)
011750         GO TO 7100-EXIT
011760     END-IF.
011770
011780     IF WS-KEY-ENTRY-COUNT >= WS-KEY-MAX-LOAD
011790         DISPLAY
011800             "CNVDUPCK - KEY REGISTRY FULL AT MASTER RECORD "
011810             WS-MASTER-READ-COUNT " - RAISE THE LIMIT"
011820         MOVE 16 TO RETURN-CODE
011830         STOP RUN
011840     END-IF.
011850
011860     ADD 1 TO WS-KEY-ENTRY-COUNT.
011870     MOVE "Y"           TO WS-KEY-USED (WS-KEY-SLOT).
011880     MOVE WS-HASH-VALUE TO WS-KEY-HASH (WS-KEY-SLOT).
011890     MOVE 1             TO WS-KEY-TIMES (WS-KEY-SLOT).
011900
011910 7100-EXIT.
011920     EXIT.
011930
011940******************************************************************
011950*    7500-FIND-ROOT -- FOLLOW WS-CND-PARENT FROM WS-ROOT TO THE  *
011960*                      ROOT OF ITS CLUSTER                       *
011970******************************************************************
011980 7500-FIND-ROOT.
011990
012000     PERFORM 7510-STEP-TO-PARENT
012010         THRU 7510-EXIT
012020         UNTIL WS-CND-PARENT (WS-ROOT) = WS-ROOT.
012030
012040 7500-EXIT.
012050     EXIT.
012060
012070 7510-STEP-TO-PARENT.
012080
012090     MOVE WS-CND-PARENT (WS-ROOT) TO WS-ROOT.
012100
012110 7510-EXIT.
012120     EXIT.
012130
012140******************************************************************
012150*    8000-READ-MASTER -- NEXT MASTER RECORD IN KEY ORDER         *
012160******************************************************************
012170 8000-READ-MASTER.
012180
012190     READ MASTFILE NEXT RECORD
012200         AT END
012210             MOVE "Y" TO WS-EOF-SWITCH
012220             GO TO 8000-EXIT
012230     END-READ.
012240
012250     IF WS-MASTFILE-STATUS NOT = "00"
012260         DISPLAY
012270             "CNVDUPCK - UNABLE TO READ MASTFILE - STATUS "
012280             WS-MASTFILE-STATUS
012290         MOVE 16 TO RETURN-CODE
012300         STOP RUN
012310     END-IF.
012320
012330 8000-EXIT.
012340     EXIT.
012350
012360******************************************************************
012370*    9000-TERMINATE -- SUMMARY, CONDITION CODE, CLOSE            *
012380******************************************************************
012390 9000-TERMINATE.
012400
012410     MOVE SPACES TO RPT-RECORD.
012420     WRITE RPT-RECORD.
012430
012440     IF WS-CLUSTER-COUNT = ZERO
012450         MOVE "NO SUSPECTED DUPLICATES FOUND" TO RPT-RECORD
012460         WRITE RPT-RECORD
012470         MOVE SPACES TO RPT-RECORD
012480         WRITE RPT-RECORD
012490     END-IF.
012500
012510     MOVE WS-MASTER-READ-COUNT TO WS-COUNT-ED.
012520     MOVE SPACES TO RPT-RECORD.
012530     STRING "MASTER RECORDS READ ......... " WS-COUNT-ED
012540         DELIMITED BY SIZE INTO RPT-RECORD.
012550     WRITE RPT-RECORD.
012560
012570     MOVE WS-NO-NAME-COUNT TO WS-COUNT-ED.
012580     MOVE SPACES TO RPT-RECORD.
012590     STRING "NOT MATCHED - NO NAME ....... " WS-COUNT-ED
012600         DELIMITED BY SIZE INTO RPT-RECORD.
012610     WRITE RPT-RECORD.
012620
012630     MOVE WS-CND-COUNT TO WS-COUNT-ED.
012640     MOVE SPACES TO RPT-RECORD.
012650     STRING "ACCOUNTS SHARING A KEY ...... " WS-COUNT-ED
012660         DELIMITED BY SIZE INTO RPT-RECORD.
012670     WRITE RPT-RECORD.
012680
012690     MOVE WS-CLUSTER-COUNT TO WS-COUNT-ED.
012700     MOVE SPACES TO RPT-RECORD.
012710     STRING "CLUSTERS .................... " WS-COUNT-ED
012720         DELIMITED BY SIZE INTO RPT-RECORD.
012730     WRITE RPT-RECORD.
012740
012750     MOVE WS-CLUSTERED-COUNT TO WS-COUNT-ED.
012760     MOVE SPACES TO RPT-RECORD.
012770     STRING "ACCOUNTS IN CLUSTERS ........ " WS-COUNT-ED
012780         DELIMITED BY SIZE INTO RPT-RECORD.
012790     WRITE RPT-RECORD.
012800
012810     MOVE WS-LIVE-CARD-COUNT TO WS-COUNT-ED.
012820     MOVE SPACES TO RPT-RECORD.
012830     STRING "'D' CARDS WRITTEN ........... " WS-COUNT-ED
012840         DELIMITED BY SIZE INTO RPT-RECORD.
012850     WRITE RPT-RECORD.
012860
012870     MOVE WS-HELD-CARD-COUNT TO WS-COUNT-ED.
012880     MOVE SPACES TO RPT-RECORD.
012890     STRING "CARDS HELD FOR REVIEW ....... " WS-COUNT-ED
012900         DELIMITED BY SIZE INTO RPT-RECORD.
012910     WRITE RPT-RECORD.
012920
012930     IF WS-DROPPED-COUNT > ZERO
012940         MOVE WS-DROPPED-COUNT TO WS-COUNT-ED
012950         MOVE SPACES TO RPT-RECORD
012960         STRING "*** SUSPECTS NOT HELD - TABLE FULL " WS-COUNT-ED
012970             " - RAISE THE LIMIT ***"
012980             DELIMITED BY SIZE INTO RPT-RECORD
012990         WRITE RPT-RECORD
013000     END-IF.
013010
013020     CLOSE CARDFILE.
013030     CLOSE RPTFILE.
013040
013050     IF WS-CLUSTER-COUNT > ZERO
013060      OR WS-DROPPED-COUNT > ZERO
013070         MOVE 4 TO RETURN-CODE
013080     ELSE
013090         MOVE 0 TO RETURN-CODE
013100     END-IF.
013110
013120 9000-EXIT.
013130     EXIT.
