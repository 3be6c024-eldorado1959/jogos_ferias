000010******************************************************************
000020*  PROGRAM:   CNVSCORE
000030*  FILE:      cobScore.cob
000040*
000050*  AUTHOR:    J. L. MOREIRA -- DATA CONVERSION GROUP
000060*  INSTALLATION: JOGOS DE FERIAS BATCH SERVICES
000070*  DATE-WRITTEN: 2026-10-15
000080*  DATE-COMPILED:
000090*
000100*  PURPOSE.
000110*      MONTHLY CUSTOMER MASTER DATA-QUALITY SCORECARD.  THE
000120*      NIGHTLY REPORTS SHOW ONE NIGHT'S REJECTS (EXCPFILE) AND
000130*      THE OPEN EXCEPTIONS (CNVAGING); NEITHER SAYS HOW HEALTHY
000140*      THE MASTER ITSELF IS.  THIS PROGRAM READS THE WHOLE
000150*      MASTER (MASTFILE DD) IN KEY ORDER AND SCORES EVERY
000160*      ACCOUNT UNDER ITS STATE CODE (MST-STATE, UPPERCASED AS
000170*      CONVERT6 COMPARES IT) --
000180*        - ACCOUNTS ON THE MASTER;
000190*        - ACCOUNTS WITH NO CEP (THE LEGACY FEEDS SEND NONE);
000200*        - ACCOUNTS WHOSE CEP IS OUTSIDE ITS CEPTAB RANGE --
000210*          NOT NUMERIC, NO RANGE TABLED FOR THE STATE, OR
000220*          OUTSIDE THE RANGE, BY THE CONVERT6 CEP EDIT AND THE
000230*          CURRENT STATETAB AND CEPTAB;
000240*        - MAIL-SUPPRESSED ACCOUNTS, BROKEN DOWN BY SUPPRESSION
000250*          REASON AND BY DAYS SUPPRESSED (0-29, 30-89, 90-179,
000260*          180-364, 365 AND OVER);
000270*        - ACCOUNTS UNTOUCHED -- NO JOURNAL ENTRY (JRNLFILE DD)
000280*          DATED IN THE LAST N MONTHS.  THE JOURNAL IS READ
000290*          ONCE, BEFORE THE MASTER, AND EVERY ACCOUNT WITH AN
000300*          ENTRY ON OR AFTER THE CUT-OFF IS NOTED IN A HASH
000310*          REGISTRY;
000320*        - ACCOUNTS NEEDING WORK -- NO CEP, A CEP OUTSIDE ITS
000330*          RANGE OR MAIL-SUPPRESSED, EACH ACCOUNT COUNTED ONCE.
000340*
000350*      EVERY FIGURE IS SHOWN AGAINST THE PRIOR MONTH'S RUN, KEPT
000360*      ON THE SCORECARD HISTORY (SCORHIST DD, LAYOUT SCORHREC).
000370*      THE PRIOR MONTH IS THE LATEST MONTH ON THE HISTORY BEFORE
000380*      THIS RUN'S MONTH.  THE HISTORY IS REWRITTEN AT THE END
000390*      WITH THIS RUN'S FIGURES; A RERUN IN THE SAME MONTH
000400*      REPLACES THEM, AND MONTHS OLDER THAN TWO YEARS DROP OFF.
000410*
000420*      THE REPORT (RPTFILE DD) IS THE PAGE FOR THE BRANCH
000430*      MANAGERS: THE SCORECARD BY STATE (THIS MONTH, PRIOR
000440*      MONTH, CHANGE), THE STATES RANKED WORST FIRST BY THE
000450*      SHARE OF THEIR ACCOUNTS NEEDING WORK, AND THE MAIL-
000460*      SUPPRESSED ACCOUNTS BY STATE AND REASON WITH THEIR AGES.
000470*      A STATE CODE NOT ON STATETAB IS MARKED '?'.  A
000480*      SUPPRESSION WITH NO USABLE DATE COUNTS IN ITS TOTAL ONLY.
000490*      RC=0; ANY FILE OR TABLE FAILURE IS RC=16.
000500*
000510*      THE PARM IS POSITIONAL --
000520*          POSITIONS 1-2   MONTHS WITHOUT A JOURNAL ENTRY THAT
000530*                          MAKE AN ACCOUNT UNTOUCHED, 01-99
000540*                          (DEFAULT 12)
000550*
000560*  MODIFICATION HISTORY.
000570*  ---------------------------------------------------------------
000580*  DATE       INIT  DESCRIPTION
000590*  2026-10-15  JLM  ORIGINAL PROGRAM -- A MONTHLY VIEW OF THE
000600*                   HEALTH OF THE WHOLE MASTER, BY BRANCH STATE.
000610******************************************************************
000620 IDENTIFICATION DIVISION.
000630 PROGRAM-ID.  CNVSCORE.
000640 AUTHOR.      J. L. MOREIRA.
000650 INSTALLATION. JOGOS DE FERIAS BATCH SERVICES.
000660 DATE-WRITTEN. 2026-10-15.
000670 DATE-COMPILED.
000680
000690 ENVIRONMENT DIVISION.
000700
000710 CONFIGURATION SECTION.
000720 SOURCE-COMPUTER.  GENERIC-PC.
000730 OBJECT-COMPUTER.  GENERIC-PC.
000740
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT MASTFILE
000780         ASSIGN TO "MASTFILE"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS SEQUENTIAL
000810         RECORD KEY IS MST-ACCOUNT-NO
000820         FILE STATUS IS WS-MASTFILE-STATUS.
000830
000840     SELECT STATEFILE
000850         ASSIGN TO "STATETAB"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-STATEFILE-STATUS.
000880
000890     SELECT CEPFILE
000900         ASSIGN TO "CEPTAB"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-CEPFILE-STATUS.
000930
000940     SELECT JRNLFILE
000950         ASSIGN TO "JRNLFILE"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-JRNLFILE-STATUS.
000980
000990     SELECT HISTFILE
001000         ASSIGN TO "SCORHIST"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-HISTFILE-STATUS.
001030
001040     SELECT RPTFILE
001050         ASSIGN TO "RPTFILE"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-RPTFILE-STATUS.
001080
001090 DATA DIVISION.
001100 FILE SECTION.
001110
001120 FD  MASTFILE
001130     LABEL RECORDS ARE STANDARD.
001140     COPY MSTREC.
001150
001160 FD  STATEFILE
001170     LABEL RECORDS ARE STANDARD.
001180 01  STATE-RECORD.
001190     05  STATE-REC-CODE          PIC X(02).
001200     05  FILLER                  PIC X(78).
001210
001220 FD  CEPFILE
001230     LABEL RECORDS ARE STANDARD.
001240 01  CEP-RECORD.
001250     05  CEP-REC-STATE           PIC X(02).
001260     05  FILLER                  PIC X(01).
001270     05  CEP-REC-LOW             PIC X(08).
001280     05  FILLER                  PIC X(01).
001290     05  CEP-REC-HIGH            PIC X(08).
001300     05  FILLER                  PIC X(60).
001310
001320 FD  JRNLFILE
001330     LABEL RECORDS ARE STANDARD.
001340     COPY JRNLREC.
001350
001360 FD  HISTFILE
001370     LABEL RECORDS ARE STANDARD.
001380     COPY SCORHREC.
001390
001400 FD  RPTFILE
001410     LABEL RECORDS ARE STANDARD.
001420 01  RPT-RECORD                  PIC X(80).
001430
001440 WORKING-STORAGE SECTION.
001450
001460*---------------------------------------------------------------*
001470*    RUN-TIME PARAMETER -- MONTHS WITHOUT A JOURNAL ENTRY THAT  *
001480*    MAKE AN ACCOUNT UNTOUCHED                                  *
001490*---------------------------------------------------------------*
001500 01  WS-COMMAND-LINE              PIC X(02) VALUE SPACES.
001510 01  WS-COMMAND-LINE-X REDEFINES WS-COMMAND-LINE.
001520     05  CL-UNTOUCHED-MONTHS      PIC X(02).
001530     05  CL-UNTOUCHED-MONTHS-N REDEFINES CL-UNTOUCHED-MONTHS
001540                                  PIC 9(02).
001550
001560 77  WS-UNTOUCHED-MONTHS          PIC 9(02) VALUE 12.
001570
001580*---------------------------------------------------------------*
001590*    STATE/UF REFERENCE TABLE -- SAME TABLE FILE CONVERT6 LOADS *
001600*---------------------------------------------------------------*
001610 01  WS-STATE-TABLE.
001620     05  WS-STATE-COUNT            PIC 9(04) COMP VALUE ZERO.
001630     05  WS-STATE-CODE OCCURS 100 TIMES
001640             INDEXED BY WS-STATE-IDX
001650                                   PIC X(02).
001660
001670*---------------------------------------------------------------*
001680*    CEP RANGE TABLE -- SAME TABLE FILE CONVERT6 LOADS          *
001690*---------------------------------------------------------------*
001700 01  WS-CEP-TABLE.
001710     05  WS-CEP-COUNT              PIC 9(04) COMP VALUE ZERO.
001720     05  WS-CEP-ENTRY OCCURS 100 TIMES
001730             INDEXED BY WS-CEP-IDX.
001740         10  WS-CEP-STATE          PIC X(02).
001750         10  WS-CEP-LOW            PIC 9(08).
001760         10  WS-CEP-HIGH           PIC 9(08).
001770
001780*---------------------------------------------------------------*
001790*    SCORECARD BY STATE -- ONE ENTRY PER STATE CODE SEEN ON THE *
001800*    MASTER OR ON THE PRIOR MONTH'S HISTORY, KEPT IN CODE ORDER *
001810*    AS ENTRIES ARE ADDED.  ROOM FOR 200 CODES, TWICE THE STATE *
001820*    TABLE; A CODE ARRIVING ONCE THOSE ARE TAKEN IS COUNTED     *
001830*    UNDER '**' IN THE ONE SPARE ENTRY, AS CNVREVAL DOES.  THE  *
001840*    SIX FIGURES, NOW AND PRIOR MONTH, ARE IN SCORHREC 'S'      *
001850*    ORDER: ACCOUNTS, NO CEP, BAD CEP, SUPPRESSED, UNTOUCHED,   *
001860*    NEED WORK.                                                 *
001870*---------------------------------------------------------------*
001880 01  WS-SCORE-TABLE.
001890     05  WS-SCR-COUNT              PIC 9(04) COMP VALUE ZERO.
001900     05  WS-SCR-ENTRY OCCURS 201 TIMES
001910             INDEXED BY WS-SCR-IDX.
001920         10  WS-SCR-STATE          PIC X(02).
001930         10  WS-SCR-ON-TABLE       PIC X(01).
001940         10  WS-SCR-RANKED         PIC X(01).
001950         10  WS-SCR-NOW.
001960             15  WS-SCR-ACCOUNTS   PIC 9(09) COMP.
001970             15  WS-SCR-NO-CEP     PIC 9(09) COMP.
001980             15  WS-SCR-BAD-CEP    PIC 9(09) COMP.
001990             15  WS-SCR-SUPPRESSED PIC 9(09) COMP.
002000             15  WS-SCR-UNTOUCHED  PIC 9(09) COMP.
002010             15  WS-SCR-NEED-WORK  PIC 9(09) COMP.
002020         10  WS-SCR-NOW-X REDEFINES WS-SCR-NOW.
002030             15  WS-SCR-NOW-FIG OCCURS 6 TIMES
002040                                   PIC 9(09) COMP.
002050         10  WS-SCR-PRIOR.
002060             15  WS-SCR-PRIOR-FIG OCCURS 6 TIMES
002070                                   PIC 9(09) COMP.
002080
002090*---------------------------------------------------------------*
002100*    SUPPRESSION BY STATE AND REASON -- ONE ENTRY PER STATE     *
002110*    CODE AND SUPPRESSION REASON, IN KEY ORDER.  THE ALL-STATE  *
002120*    TOTAL OF A REASON IS HELD UNDER A STATE OF HIGH-VALUES, SO *
002130*    IT FILES AFTER EVERY STATE.  A KEY ARRIVING ONCE 2000      *
002140*    ENTRIES ARE TAKEN IS COUNTED UNDER '****'.  THE SIX        *
002150*    FIGURES ARE IN SCORHREC 'R' ORDER: THE FIVE AGE BANDS,     *
002160*    THEN THE TOTAL.                                            *
002170*---------------------------------------------------------------*
002180 01  WS-SUPPRESSION-TABLE.
002190     05  WS-SUP-COUNT              PIC 9(04) COMP VALUE ZERO.
002200     05  WS-SUP-ENTRY OCCURS 2001 TIMES
002210             INDEXED BY WS-SUP-IDX.
002220         10  WS-SUP-KEY.
002230             15  WS-SUP-STATE      PIC X(02).
002240             15  WS-SUP-REASON     PIC X(02).
002250         10  WS-SUP-NOW-FIG OCCURS 6 TIMES
002260                                   PIC 9(09) COMP.
002270         10  WS-SUP-PRIOR-FIG OCCURS 6 TIMES
002280                                   PIC 9(09) COMP.
002290
002300 01  WS-SUP-FIND-KEY.
002310     05  WS-SUP-FIND-STATE         PIC X(02).
002320     05  WS-SUP-FIND-REASON        PIC X(02).
002330
002340*---------------------------------------------------------------*
002350*    WHOLE-MASTER TOTALS, NOW AND PRIOR MONTH                   *
002360*---------------------------------------------------------------*
002370 01  WS-SCORE-TOTALS.
002380     05  WS-TOT-NOW-FIG OCCURS 6 TIMES
002390                                   PIC 9(09) COMP.
002400     05  WS-TOT-PRIOR-FIG OCCURS 6 TIMES
002410                                   PIC 9(09) COMP.
002420 01  WS-SUPPRESSION-TOTALS.
002430     05  WS-SUP-TOT-NOW-FIG OCCURS 6 TIMES
002440                                   PIC 9(09) COMP.
002450     05  WS-SUP-TOT-PRIOR-FIG OCCURS 6 TIMES
002460                                   PIC 9(09) COMP.
002470
002480*---------------------------------------------------------------*
002490*    TOUCHED-ACCOUNT REGISTRY -- ONE SLOT PER ACCOUNT WITH A    *
002500*    JOURNAL ENTRY ON OR AFTER THE CUT-OFF DATE, HASHED ON THE  *
002510*    ACCOUNT NUMBER (KEY MOD A PRIME TABLE SIZE, LINEAR         *
002520*    PROBING, STOP AT 90 PERCENT LOAD).                         *
002530*---------------------------------------------------------------*
002540 01  WS-TOUCHED-REGISTRY.
002550     05  WS-TCH-ENTRY-COUNT        PIC 9(08) COMP VALUE ZERO.
002560     05  WS-TCH-ENTRY OCCURS 2000003 TIMES.
002570         10  WS-TCH-USED           PIC X(01).
002580         10  WS-TCH-ACCOUNT-NO     PIC 9(08) COMP.
002590
002600 77  WS-TCH-TABLE-SIZE             PIC 9(08) COMP VALUE 2000003.
002610 77  WS-TCH-MAX-LOAD               PIC 9(08) COMP VALUE 1800000.
002620 77  WS-TCH-SLOT                   PIC 9(08) COMP VALUE ZERO.
002630 77  WS-TCH-PROBE-COUNT            PIC 9(08) COMP VALUE ZERO.
002640 77  WS-TCH-HASH-QUOT              PIC 9(10) COMP VALUE ZERO.
002650
002660*---------------------------------------------------------------*
002670*    HISTORY HELD FOR THE REWRITE -- EVERY RECORD OF THE        *
002680*    MONTHS BEING KEPT, IN THE SCORHREC LAYOUT                  *
002690*---------------------------------------------------------------*
002700 01  WS-HISTORY-TABLE.
002710     05  WS-HST-COUNT              PIC 9(05) COMP VALUE ZERO.
002720     05  WS-HST-ENTRY OCCURS 20000 TIMES.
002730         10  WS-HST-RUN-MONTH      PIC 9(06).
002740         10  FILLER                PIC X(01).
002750         10  WS-HST-REC-TYPE       PIC X(01).
002760         10  FILLER                PIC X(01).
002770         10  WS-HST-STATE          PIC X(02).
002780         10  FILLER                PIC X(01).
002790         10  WS-HST-REASON         PIC X(02).
002800         10  WS-HST-FIGURE-GROUP OCCURS 6 TIMES.
002810             15  FILLER            PIC X(01).
002820             15  WS-HST-FIGURE     PIC 9(09).
002830         10  FILLER                PIC X(06).
002840 77  WS-HST-SUB                    PIC 9(05) COMP VALUE ZERO.
002850
002860*---------------------------------------------------------------*
002870*    FILE STATUS FIELDS                                         *
002880*---------------------------------------------------------------*
002890 77  WS-MASTFILE-STATUS            PIC X(02) VALUE "00".
002900 77  WS-STATEFILE-STATUS           PIC X(02) VALUE "00".
002910 77  WS-CEPFILE-STATUS             PIC X(02) VALUE "00".
002920 77  WS-JRNLFILE-STATUS            PIC X(02) VALUE "00".
002930 77  WS-HISTFILE-STATUS            PIC X(02) VALUE "00".
002940 77  WS-RPTFILE-STATUS             PIC X(02) VALUE "00".
002950
002960*---------------------------------------------------------------*
002970*    SWITCHES                                                   *
002980*---------------------------------------------------------------*
002990 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
003000     88  WS-END-OF-FILE                   VALUE "Y".
003010 77  WS-STATE-FOUND-SWITCH         PIC X(01) VALUE "N".
003020     88  WS-STATE-ON-TABLE                VALUE "Y".
003030 77  WS-CEP-FOUND-SWITCH           PIC X(01) VALUE "N".
003040     88  WS-CEP-STATE-ON-TABLE            VALUE "Y".
003050 77  WS-CEP-RESULT-SWITCH          PIC X(01) VALUE SPACE.
003060     88  WS-CEP-MISSING                   VALUE "M".
003070     88  WS-CEP-OUTSIDE                   VALUE "B".
003080     88  WS-CEP-GOOD                      VALUE "G".
003090 77  WS-NEED-WORK-SWITCH           PIC X(01) VALUE "N".
003100     88  WS-ACCOUNT-NEEDS-WORK            VALUE "Y".
003110 77  WS-SCR-FOUND-SWITCH           PIC X(01) VALUE "N".
003120     88  WS-SCR-ENTRY-FOUND               VALUE "Y".
003130 77  WS-SUP-FOUND-SWITCH           PIC X(01) VALUE "N".
003140     88  WS-SUP-ENTRY-FOUND               VALUE "Y".
003150 77  WS-ACCOUNT-FOUND-SWITCH       PIC X(01) VALUE "N".
003160     88  WS-ACCOUNT-FOUND                 VALUE "Y".
003170 77  WS-PROBE-DONE-SWITCH          PIC X(01) VALUE "N".
003180     88  WS-PROBE-DONE                    VALUE "Y".
003190 77  WS-PRIOR-SWITCH               PIC X(01) VALUE "N".
003200     88  WS-HAVE-PRIOR-MONTH              VALUE "Y".
003210 77  WS-BEST-FOUND-SWITCH          PIC X(01) VALUE "N".
003220     88  WS-BEST-FOUND                    VALUE "Y".
003230
003240*---------------------------------------------------------------*
003250*    COUNTERS AND WORK FIELDS                                   *
003260*---------------------------------------------------------------*
003270 77  WS-MASTER-COUNT               PIC 9(09) COMP VALUE ZERO.
003280 77  WS-JRN-READ-COUNT             PIC 9(09) COMP VALUE ZERO.
003290 77  WS-JRN-WINDOW-COUNT           PIC 9(09) COMP VALUE ZERO.
003300 77  WS-JRN-UNUSABLE-COUNT         PIC 9(09) COMP VALUE ZERO.
003310 77  WS-UNDATED-COUNT              PIC 9(09) COMP VALUE ZERO.
003320 77  WS-HST-READ-COUNT             PIC 9(09) COMP VALUE ZERO.
003330 77  WS-HST-DROPPED-COUNT          PIC 9(09) COMP VALUE ZERO.
003340 77  WS-HST-WRITTEN-COUNT          PIC 9(09) COMP VALUE ZERO.
003350 77  WS-SCR-SHIFT                  PIC 9(04) COMP VALUE ZERO.
003360 77  WS-SUP-SHIFT                  PIC 9(04) COMP VALUE ZERO.
003370 77  WS-FIG-SUB                    PIC 9(04) COMP VALUE ZERO.
003380 77  WS-AGE-SUB                    PIC 9(04) COMP VALUE ZERO.
003390 77  WS-RANK                       PIC 9(04) COMP VALUE ZERO.
003400 77  WS-RANK-COUNT                 PIC 9(04) COMP VALUE ZERO.
003410 77  WS-BEST-SUB                   PIC 9(04) COMP VALUE ZERO.
003420 77  WS-BEST-PCT                   PIC 9(03)V9 VALUE ZERO.
003430 77  WS-PCT-NOW                    PIC 9(03)V9 VALUE ZERO.
003440 77  WS-PCT-PRIOR                  PIC 9(03)V9 VALUE ZERO.
003450 77  WS-DAYS-SUPPRESSED            PIC 9(08) COMP VALUE ZERO.
003460 77  WS-TODAY-DAYS                 PIC 9(08) COMP VALUE ZERO.
003470 77  WS-STATE-WORK                 PIC X(02) VALUE SPACES.
003480 77  WS-LAST-SUP-STATE             PIC X(02) VALUE SPACES.
003490 77  WS-CEP-WORK                   PIC 9(08) VALUE ZERO.
003500 77  WS-FIND-ACCOUNT-NO            PIC 9(08) VALUE ZERO.
003510 77  WS-LINE-KIND                  PIC X(01) VALUE SPACE.
003520     88  WS-LINE-IS-NOW                   VALUE "N".
003530     88  WS-LINE-IS-PRIOR                 VALUE "P".
003540     88  WS-LINE-IS-CHANGE                VALUE "C".
003550
003560*---------------------------------------------------------------*
003570*    RUN MONTH, PRIOR MONTH, CUT-OFFS -- MONTH ARITHMETIC IS    *
003580*    DONE ON A SERIAL MONTH NUMBER (YEAR TIMES 12 PLUS MONTH)   *
003590*---------------------------------------------------------------*
003600 01  WS-RUN-MONTH                  PIC 9(06) VALUE ZERO.
003610 01  WS-PRIOR-MONTH                PIC 9(06) VALUE ZERO.
003620 01  WS-KEEP-FROM-MONTH            PIC 9(06) VALUE ZERO.
003630 01  WS-CUTOFF-DATE                PIC 9(08) VALUE ZERO.
003640 01  WS-MONTH-IN                   PIC 9(06) VALUE ZERO.
003650 01  WS-MONTH-IN-X REDEFINES WS-MONTH-IN.
003660     05  WS-MIN-CCYY               PIC 9(04).
003670     05  WS-MIN-MM                 PIC 9(02).
003680 01  WS-MONTH-OUT                  PIC 9(06) VALUE ZERO.
003690 01  WS-MONTH-OUT-X REDEFINES WS-MONTH-OUT.
003700     05  WS-MOUT-CCYY              PIC 9(04).
003710     05  WS-MOUT-MM                PIC 9(02).
003720 77  WS-MONTHS-BACK                PIC 9(04) COMP VALUE ZERO.
003730 77  WS-MONTH-SERIAL               PIC 9(08) COMP VALUE ZERO.
003740 77  WS-MONTH-REMAINDER            PIC 9(04) COMP VALUE ZERO.
003750
003760*---------------------------------------------------------------*
003770*    CALENDAR WORK FIELDS -- CCYYMMDD TO A SERIAL DAY NUMBER,   *
003780*    BY HAND, GREGORIAN LEAP RULES INCLUDED                     *
003790*---------------------------------------------------------------*
003800 01  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
003810 01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
003820     05  WS-CUR-CCYYMM             PIC 9(06).
003830     05  WS-CUR-DD                 PIC 9(02).
003840 01  WS-DATE-IN                    PIC 9(08) VALUE ZERO.
003850 01  WS-DATE-IN-X REDEFINES WS-DATE-IN.
003860     05  WS-DIN-CCYY               PIC 9(04).
003870     05  WS-DIN-MM                 PIC 9(02).
003880     05  WS-DIN-DD                 PIC 9(02).
003890 77  WS-DAYS-OUT                   PIC 9(08) COMP VALUE ZERO.
003900 77  WS-LEAP-QUOTIENT              PIC 9(08) COMP VALUE ZERO.
003910 77  WS-LEAP-REMAINDER             PIC 9(08) COMP VALUE ZERO.
003920 77  WS-LEAP-DAYS                  PIC 9(08) COMP VALUE ZERO.
003930 77  WS-LEAP-YEAR-SWITCH           PIC X(01) VALUE "N".
003940     88  WS-IS-LEAP-YEAR                  VALUE "Y".
003950
003960 01  WS-MONTH-OFFSET-VALUES.
003970     05  FILLER                    PIC X(36) VALUE
003980         "000031059090120151181212243273304334".
003990 01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
004000     05  WS-MONTH-OFFSET OCCURS 12 TIMES
004010                                   PIC 9(03).
004020
004030*---------------------------------------------------------------*
004040*    CASE-CONVERSION TABLES -- USED ONLY TO UPPERCASE THE STATE *
004050*    CODE FOR THE TABLE COMPARE, THE WAY CONVERT6 DOES.         *
004060*---------------------------------------------------------------*
004070 01  WS-LOWER-ALPHA                PIC X(26)
004080         VALUE "abcdefghijklmnopqrstuvwxyz".
004090 01  WS-UPPER-ALPHA                PIC X(26)
004100         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004110
004120*---------------------------------------------------------------*
004130*    REPORT WORK AREAS                                          *
004140*---------------------------------------------------------------*
004150 01  WS-COUNT-ED                   PIC ZZZ,ZZZ,ZZ9.
004160 01  WS-MONTHS-ED                  PIC Z9.
004170
004180 01  WS-LINE-FIGURES.
004190     05  WS-LINE-NOW-FIG OCCURS 6 TIMES
004200                                   PIC 9(09) COMP.
004210     05  WS-LINE-PRIOR-FIG OCCURS 6 TIMES
004220                                   PIC 9(09) COMP.
004230 01  WS-LINE-STATE                 PIC X(03) VALUE SPACES.
004240
004250 01  WS-SCORE-LINE.
004260     05  SCL-STATE                 PIC X(03).
004270     05  FILLER                    PIC X(01).
004280     05  SCL-LABEL                 PIC X(06).
004290     05  SCL-FIGURE OCCURS 6 TIMES
004300                                   PIC ZZZ,ZZZ,ZZ9.
004310 01  WS-CHANGE-LINE REDEFINES WS-SCORE-LINE.
004320     05  FILLER                    PIC X(10).
004330     05  SCL-CHANGE OCCURS 6 TIMES
004340                                   PIC +++,+++,++9.
004350
004360 01  WS-RANK-LINE.
004370     05  RKL-RANK                  PIC ZZ9.
004380     05  FILLER                    PIC X(03).
004390     05  RKL-STATE                 PIC X(03).
004400     05  RKL-ACCOUNTS              PIC ZZZ,ZZZ,ZZ9.
004410     05  RKL-NEED-WORK             PIC ZZZ,ZZZ,ZZ9.
004420     05  FILLER                    PIC X(05).
004430     05  RKL-PCT-NOW               PIC ZZ9.9.
004440     05  FILLER                    PIC X(06).
004450     05  RKL-PCT-PRIOR             PIC ZZ9.9.
004460     05  FILLER                    PIC X(05).
004470     05  RKL-PCT-CHANGE            PIC +++9.9.
004480
004490 01  WS-SUPPR-LINE.
004500     05  SPL-STATE                 PIC X(03).
004510     05  FILLER                    PIC X(01).
004520     05  SPL-REASON                PIC X(03).
004530     05  SPL-FIGURE OCCURS 6 TIMES
004540                                   PIC ZZZZ,ZZ9.
004550     05  SPL-PRIOR                 PIC ZZZZ,ZZ9.
004560     05  SPL-CHANGE                PIC ++++,++9.
004570
004580 PROCEDURE DIVISION.
004590
004600******************************************************************
004610*    0000-MAINLINE                                               *
004620******************************************************************
004630 0000-MAINLINE.
004640
004650     PERFORM 1000-INITIALIZE
004660         THRU 1000-EXIT.
004670
004680     PERFORM 2000-SCORE-MASTER
004690         THRU 2000-EXIT
004700         UNTIL WS-END-OF-FILE.
004710
004720     PERFORM 9000-TERMINATE
004730         THRU 9000-EXIT.
004740
004750     STOP RUN.
004760
004770******************************************************************
004780*    1000-INITIALIZE -- PARSE PARM, WORK OUT THE MONTHS, LOAD    *
004790*                       THE TABLES AND THE HISTORY, NOTE THE     *
004800*                       TOUCHED ACCOUNTS, OPEN FILES             *
004810******************************************************************
004820 1000-INITIALIZE.
004830
004840     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004850     MOVE WS-CUR-CCYYMM TO WS-RUN-MONTH.
004860
004870     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
004880
004890     IF CL-UNTOUCHED-MONTHS NOT = SPACES
004900         IF CL-UNTOUCHED-MONTHS NOT NUMERIC
004910          OR CL-UNTOUCHED-MONTHS-N = ZERO
004920             DISPLAY
004930                 "CNVSCORE - UNTOUCHED MONTHS MUST BE 01-99 - "
004940                 "PARM: " CL-UNTOUCHED-MONTHS
004950             MOVE 16 TO RETURN-CODE
004960             STOP RUN
004970         END-IF
004980         MOVE CL-UNTOUCHED-MONTHS-N TO WS-UNTOUCHED-MONTHS
004990     END-IF.
005000
005010*    AN ACCOUNT IS TOUCHED BY A JOURNAL ENTRY DATED ON OR AFTER
005020*    THE SAME DAY N MONTHS BACK.  THE CUT-OFF IS ONLY COMPARED,
005030*    SO A DAY THE EARLIER MONTH DOES NOT HAVE STILL WORKS.
005040     MOVE WS-RUN-MONTH TO WS-MONTH-IN.
005050     MOVE WS-UNTOUCHED-MONTHS TO WS-MONTHS-BACK.
005060     PERFORM 8300-MONTHS-BACK
005070         THRU 8300-EXIT.
005080     COMPUTE WS-CUTOFF-DATE = WS-MONTH-OUT * 100 + WS-CUR-DD.
005090
005100*    THE HISTORY KEEPS THIS MONTH AND THE 23 BEFORE IT.
005110     MOVE 23 TO WS-MONTHS-BACK.
005120     PERFORM 8300-MONTHS-BACK
005130         THRU 8300-EXIT.
005140     MOVE WS-MONTH-OUT TO WS-KEEP-FROM-MONTH.
005150
005160     MOVE WS-CURRENT-DATE TO WS-DATE-IN.
005170     PERFORM 8200-DATE-TO-DAYS
005180         THRU 8200-EXIT.
005190     MOVE WS-DAYS-OUT TO WS-TODAY-DAYS.
005200
005210     PERFORM 1600-LOAD-STATE-TABLE
005220         THRU 1600-EXIT.
005230
005240     PERFORM 1680-LOAD-CEP-TABLE
005250         THRU 1680-EXIT.
005260
005270     PERFORM 1500-LOAD-HISTORY
005280         THRU 1500-EXIT.
005290
005300     PERFORM 1400-CLEAR-ONE-SLOT
005310         THRU 1400-EXIT
005320         VARYING WS-TCH-SLOT FROM 1 BY 1
005330         UNTIL WS-TCH-SLOT > WS-TCH-TABLE-SIZE.
005340
005350     PERFORM 1800-MARK-TOUCHED
005360         THRU 1800-EXIT.
005370
005380     OPEN INPUT MASTFILE.
005390     IF WS-MASTFILE-STATUS NOT = "00"
005400         DISPLAY
005410             "CNVSCORE - UNABLE TO OPEN MASTFILE - STATUS "
005420             WS-MASTFILE-STATUS
005430         MOVE 16 TO RETURN-CODE
005440         STOP RUN
005450     END-IF.
005460
005470     OPEN OUTPUT RPTFILE.
005480     IF WS-RPTFILE-STATUS NOT = "00"
005490         DISPLAY
005500             "CNVSCORE - UNABLE TO OPEN RPTFILE - STATUS "
005510             WS-RPTFILE-STATUS
005520         MOVE 16 TO RETURN-CODE
005530         STOP RUN
005540     END-IF.
005550
005560 1000-EXIT.
005570     EXIT.
005580
005590*    THE HASH PROBE RELIES ON THE USED FLAG, NOT ON STORAGE
005600*    HAPPENING TO START CLEAN.
005610 1400-CLEAR-ONE-SLOT.
005620
005630     MOVE "N" TO WS-TCH-USED (WS-TCH-SLOT).
005640
005650 1400-EXIT.
005660     EXIT.
005670
005680******************************************************************
005690*    1500-LOAD-HISTORY -- HOLD EVERY HISTORY RECORD OF THE       *
005700*                         MONTHS BEING KEPT, THEN TAKE THE PRIOR *
005710*                         MONTH'S FIGURES FROM THEM.  A MISSING  *
005720*                         OR EMPTY HISTORY MEANS THIS IS THE     *
005730*                         FIRST RUN; A DAMAGED RECORD IS FATAL.  *
005740******************************************************************
005750 1500-LOAD-HISTORY.
005760
005770     OPEN INPUT HISTFILE.
005780     IF WS-HISTFILE-STATUS = "35"
005790         GO TO 1500-EXIT
005800     END-IF.
005810     IF WS-HISTFILE-STATUS NOT = "00"
005820         DISPLAY
005830             "CNVSCORE - UNABLE TO OPEN SCORHIST - STATUS "
005840             WS-HISTFILE-STATUS
005850         MOVE 16 TO RETURN-CODE
005860         STOP RUN
005870     END-IF.
005880
005890     MOVE "N" TO WS-EOF-SWITCH.
005900     PERFORM 1510-LOAD-ONE-HISTORY
005910         THRU 1510-EXIT
005920         UNTIL WS-END-OF-FILE.
005930
005940     CLOSE HISTFILE.
005950     MOVE "N" TO WS-EOF-SWITCH.
005960
005970     IF WS-PRIOR-MONTH NOT = ZERO
005980         MOVE "Y" TO WS-PRIOR-SWITCH
005990         PERFORM 1550-TAKE-PRIOR-FIGURES
006000             THRU 1550-EXIT
006010             VARYING WS-HST-SUB FROM 1 BY 1
006020             UNTIL WS-HST-SUB > WS-HST-COUNT
006030     END-IF.
006040
006050 1500-EXIT.
006060     EXIT.
006070
006080*    THIS MONTH'S RECORDS (A RERUN) ARE NOT HELD -- THIS RUN
006090*    WRITES THEM AFRESH -- AND NEITHER ARE MONTHS PAST THE
006100*    TWO YEARS KEPT.
006110 1510-LOAD-ONE-HISTORY.
006120
006130     READ HISTFILE
006140         AT END
006150             MOVE "Y" TO WS-EOF-SWITCH
006160             GO TO 1510-EXIT
006170     END-READ.
006180
006190     ADD 1 TO WS-HST-READ-COUNT.
006200
006210     IF SCH-RUN-MONTH NOT NUMERIC
006220      OR (NOT SCH-IS-STATE AND NOT SCH-IS-REASON)
006230      OR SCH-FIGURE (1) NOT NUMERIC
006240      OR SCH-FIGURE (2) NOT NUMERIC
006250      OR SCH-FIGURE (3) NOT NUMERIC
006260      OR SCH-FIGURE (4) NOT NUMERIC
006270      OR SCH-FIGURE (5) NOT NUMERIC
006280      OR SCH-FIGURE (6) NOT NUMERIC
006290         CLOSE HISTFILE
006300         DISPLAY
006310             "CNVSCORE - SCORHIST RECORD IS DAMAGED AT RECORD "
006320             WS-HST-READ-COUNT
006330         MOVE 16 TO RETURN-CODE
006340         STOP RUN
006350     END-IF.
006360
006370     IF SCH-RUN-MONTH < WS-KEEP-FROM-MONTH
006380      OR SCH-RUN-MONTH NOT < WS-RUN-MONTH
006390         ADD 1 TO WS-HST-DROPPED-COUNT
006400         GO TO 1510-EXIT
006410     END-IF.
006420
006430     IF WS-HST-COUNT >= 20000
006440         CLOSE HISTFILE
006450         DISPLAY
006460             "CNVSCORE - HISTORY TABLE FULL - RAISE THE LIMIT"
006470         MOVE 16 TO RETURN-CODE
006480         STOP RUN
006490     END-IF.
006500
006510     ADD 1 TO WS-HST-COUNT.
006520     MOVE SCH-RECORD TO WS-HST-ENTRY (WS-HST-COUNT).
006530
006540     IF SCH-RUN-MONTH > WS-PRIOR-MONTH
006550         MOVE SCH-RUN-MONTH TO WS-PRIOR-MONTH
006560     END-IF.
006570
006580 1510-EXIT.
006590     EXIT.
006600
006610******************************************************************
006620*    1550-TAKE-PRIOR-FIGURES -- ADD ONE HELD PRIOR-MONTH RECORD  *
006630*                               INTO THE SCORECARD OR THE        *
006640*                               SUPPRESSION TABLE.  A STATE THAT *
006650*                               HAS SINCE LEFT THE MASTER STILL  *
006660*                               GETS AN ENTRY, SO ITS DROP SHOWS.*
006670******************************************************************
006680 1550-TAKE-PRIOR-FIGURES.
006690
006700     IF WS-HST-RUN-MONTH (WS-HST-SUB) NOT = WS-PRIOR-MONTH
006710         GO TO 1550-EXIT
006720     END-IF.
006730
006740     IF WS-HST-REC-TYPE (WS-HST-SUB) = "S"
006750         MOVE WS-HST-STATE (WS-HST-SUB) TO WS-STATE-WORK
006760         PERFORM 2400-FIND-SCORE
006770             THRU 2400-EXIT
006780         PERFORM 1560-ADD-PRIOR-SCORE
006790             THRU 1560-EXIT
006800             VARYING WS-FIG-SUB FROM 1 BY 1
006810             UNTIL WS-FIG-SUB > 6
006820         GO TO 1550-EXIT
006830     END-IF.
006840
006850     MOVE WS-HST-STATE (WS-HST-SUB)  TO WS-SUP-FIND-STATE.
006860     MOVE WS-HST-REASON (WS-HST-SUB) TO WS-SUP-FIND-REASON.
006870     PERFORM 2500-FIND-SUPPRESSION
006880         THRU 2500-EXIT.
006890     PERFORM 1570-ADD-PRIOR-SUPPRESSION
006900         THRU 1570-EXIT
006910         VARYING WS-FIG-SUB FROM 1 BY 1
006920         UNTIL WS-FIG-SUB > 6.
006930
006940     MOVE HIGH-VALUES                TO WS-SUP-FIND-STATE.
006950     MOVE WS-HST-REASON (WS-HST-SUB) TO WS-SUP-FIND-REASON.
006960     PERFORM 2500-FIND-SUPPRESSION
006970         THRU 2500-EXIT.
006980     PERFORM 1570-ADD-PRIOR-SUPPRESSION
006990         THRU 1570-EXIT
007000         VARYING WS-FIG-SUB FROM 1 BY 1
007010         UNTIL WS-FIG-SUB > 6.
007020
007030     PERFORM 1580-ADD-PRIOR-SUP-TOTAL
007040         THRU 1580-EXIT
007050         VARYING WS-FIG-SUB FROM 1 BY 1
007060         UNTIL WS-FIG-SUB > 6.
007070
007080 1550-EXIT.
007090     EXIT.
007100
007110 1560-ADD-PRIOR-SCORE.
007120
007130     ADD WS-HST-FIGURE (WS-HST-SUB, WS-FIG-SUB)
007140         TO WS-SCR-PRIOR-FIG (WS-SCR-IDX, WS-FIG-SUB).
007150
007160 1560-EXIT.
007170     EXIT.
007180
007190 1570-ADD-PRIOR-SUPPRESSION.
007200
007210     ADD WS-HST-FIGURE (WS-HST-SUB, WS-FIG-SUB)
007220         TO WS-SUP-PRIOR-FIG (WS-SUP-IDX, WS-FIG-SUB).
007230
007240 1570-EXIT.
007250     EXIT.
007260
007270 1580-ADD-PRIOR-SUP-TOTAL.
007280
007290     ADD WS-HST-FIGURE (WS-HST-SUB, WS-FIG-SUB)
007300         TO WS-SUP-TOT-PRIOR-FIG (WS-FIG-SUB).
007310
007320 1580-EXIT.
007330     EXIT.
007340
007350******************************************************************
007360*    1600-LOAD-STATE-TABLE -- SAME TABLE FILE AND RULES AS       *
007370*                             CONVERT6: ONE CODE PER LINE IN     *
007380*                             COLUMNS 1-2, '*' COMMENTS AND      *
007390*                             BLANK LINES IGNORED, MISSING OR    *
007400*                             EMPTY TABLE FATAL.                 *
007410******************************************************************
007420 1600-LOAD-STATE-TABLE.
007430
007440     OPEN INPUT STATEFILE.
007450     IF WS-STATEFILE-STATUS NOT = "00"
007460         DISPLAY
007470             "CNVSCORE - UNABLE TO OPEN STATETAB - STATUS "
007480             WS-STATEFILE-STATUS
007490         MOVE 16 TO RETURN-CODE
007500         STOP RUN
007510     END-IF.
007520
007530     MOVE "N" TO WS-EOF-SWITCH.
007540     PERFORM 1610-LOAD-ONE-STATE
007550         THRU 1610-EXIT
007560         UNTIL WS-END-OF-FILE.
007570
007580     CLOSE STATEFILE.
007590     MOVE "N" TO WS-EOF-SWITCH.
007600
007610     IF WS-STATE-COUNT = ZERO
007620         DISPLAY
007630             "CNVSCORE - STATE TABLE LOADED EMPTY FROM STATETAB"
007640         MOVE 16 TO RETURN-CODE
007650         STOP RUN
007660     END-IF.
007670
007680 1600-EXIT.
007690     EXIT.
007700
007710 1610-LOAD-ONE-STATE.
007720
007730     READ STATEFILE
007740         AT END
007750             MOVE "Y" TO WS-EOF-SWITCH
007760             GO TO 1610-EXIT
007770     END-READ.
007780
007790     IF STATE-RECORD = SPACES
007800      OR STATE-RECORD (1:1) = "*"
007810         GO TO 1610-EXIT
007820     END-IF.
007830
007840     IF WS-STATE-COUNT >= 100
007850         DISPLAY
007860             "CNVSCORE - STATE TABLE FULL - RAISE THE LIMIT"
007870         MOVE 16 TO RETURN-CODE
007880         STOP RUN
007890     END-IF.
007900
007910     ADD 1 TO WS-STATE-COUNT.
007920     SET WS-STATE-IDX TO WS-STATE-COUNT.
007930     MOVE STATE-REC-CODE TO WS-STATE-CODE (WS-STATE-IDX).
007940
007950 1610-EXIT.
007960     EXIT.
007970
007980******************************************************************
007990*    1680-LOAD-CEP-TABLE -- SAME TABLE FILE AND RULES AS         *
008000*                           CONVERT6: STATE IN COLUMNS 1-2, LOW  *
008010*                           CEP IN 4-11, HIGH CEP IN 13-20; '*'  *
008020*                           COMMENTS AND BLANK LINES IGNORED;    *
008030*                           MISSING, EMPTY OR MALFORMED TABLE    *
008040*                           FATAL.                               *
008050******************************************************************
008060 1680-LOAD-CEP-TABLE.
008070
008080     OPEN INPUT CEPFILE.
008090     IF WS-CEPFILE-STATUS NOT = "00"
008100         DISPLAY
008110             "CNVSCORE - UNABLE TO OPEN CEPTAB - STATUS "
008120             WS-CEPFILE-STATUS
008130         MOVE 16 TO RETURN-CODE
008140         STOP RUN
008150     END-IF.
008160
008170     MOVE "N" TO WS-EOF-SWITCH.
008180     PERFORM 1690-LOAD-ONE-CEP-RANGE
008190         THRU 1690-EXIT
008200         UNTIL WS-END-OF-FILE.
008210
008220     CLOSE CEPFILE.
008230     MOVE "N" TO WS-EOF-SWITCH.
008240
008250     IF WS-CEP-COUNT = ZERO
008260         DISPLAY
008270             "CNVSCORE - CEP TABLE LOADED EMPTY FROM CEPTAB"
008280         MOVE 16 TO RETURN-CODE
008290         STOP RUN
008300     END-IF.
008310
008320 1680-EXIT.
008330     EXIT.
008340
008350 1690-LOAD-ONE-CEP-RANGE.
008360
008370     READ CEPFILE
008380         AT END
008390             MOVE "Y" TO WS-EOF-SWITCH
008400             GO TO 1690-EXIT
008410     END-READ.
008420
008430     IF CEP-RECORD = SPACES
008440      OR CEP-RECORD (1:1) = "*"
008450         GO TO 1690-EXIT
008460     END-IF.
008470
008480     IF CEP-REC-LOW NOT NUMERIC
008490      OR CEP-REC-HIGH NOT NUMERIC
008500         DISPLAY
008510             "CNVSCORE - BAD CEPTAB LINE FOR STATE "
008520             CEP-REC-STATE
008530         MOVE 16 TO RETURN-CODE
008540         STOP RUN
008550     END-IF.
008560
008570     IF WS-CEP-COUNT >= 100
008580         DISPLAY
008590             "CNVSCORE - CEP TABLE FULL - RAISE THE LIMIT"
008600         MOVE 16 TO RETURN-CODE
008610         STOP RUN
008620     END-IF.
008630
008640     ADD 1 TO WS-CEP-COUNT.
008650     SET WS-CEP-IDX TO WS-CEP-COUNT.
008660     MOVE CEP-REC-STATE TO WS-CEP-STATE (WS-CEP-IDX).
008670     MOVE CEP-REC-LOW   TO WS-CEP-LOW (WS-CEP-IDX).
008680     MOVE CEP-REC-HIGH  TO WS-CEP-HIGH (WS-CEP-IDX).
008690
008700 1690-EXIT.
008710     EXIT.
008720
008730******************************************************************
008740*    1800-MARK-TOUCHED -- READ THE WHOLE JOURNAL AND REGISTER    *
008750*                         EVERY ACCOUNT WITH AN ENTRY DATED ON   *
008760*                         OR AFTER THE CUT-OFF.  AN ENTRY WITH A *
008770*                         DATE OR ACCOUNT THAT IS NOT NUMERIC IS *
008780*                         COUNTED AND PASSED OVER.               *
008790******************************************************************
008800 1800-MARK-TOUCHED.
008810
008820     OPEN INPUT JRNLFILE.
008830     IF WS-JRNLFILE-STATUS NOT = "00"
008840         DISPLAY
008850             "CNVSCORE - UNABLE TO OPEN JRNLFILE - STATUS "
008860             WS-JRNLFILE-STATUS
008870         MOVE 16 TO RETURN-CODE
008880         STOP RUN
008890     END-IF.
008900
008910     MOVE "N" TO WS-EOF-SWITCH.
008920     PERFORM 1810-MARK-ONE-ENTRY
008930         THRU 1810-EXIT
008940         UNTIL WS-END-OF-FILE.
008950
008960     CLOSE JRNLFILE.
008970     MOVE "N" TO WS-EOF-SWITCH.
008980
008990 1800-EXIT.
009000     EXIT.
009010
009020 1810-MARK-ONE-ENTRY.
009030
009040     READ JRNLFILE
009050         AT END
009060             MOVE "Y" TO WS-EOF-SWITCH
009070             GO TO 1810-EXIT
009080     END-READ.
009090
009100     ADD 1 TO WS-JRN-READ-COUNT.
009110
009120     IF JRN-DATE NOT NUMERIC
009130      OR JRN-ACCOUNT-NO NOT NUMERIC
009140         ADD 1 TO WS-JRN-UNUSABLE-COUNT
009150         GO TO 1810-EXIT
009160     END-IF.
009170
009180     IF JRN-DATE < WS-CUTOFF-DATE
009190         GO TO 1810-EXIT
009200     END-IF.
009210
009220     ADD 1 TO WS-JRN-WINDOW-COUNT.
009230
009240     MOVE JRN-ACCOUNT-NO TO WS-FIND-ACCOUNT-NO.
009250     PERFORM 6000-LOOK-UP-ACCOUNT
009260         THRU 6000-EXIT.
009270
009280     IF NOT WS-ACCOUNT-FOUND
009290         PERFORM 6100-REGISTER-ACCOUNT
009300             THRU 6100-EXIT
009310     END-IF.
009320
009330 1810-EXIT.
009340     EXIT.
009350
009360******************************************************************
009370*    2000-SCORE-MASTER -- SCORE ONE MASTER RECORD UNDER ITS      *
009380*                         STATE CODE                             *
009390******************************************************************
009400 2000-SCORE-MASTER.
009410
009420     READ MASTFILE NEXT RECORD
009430         AT END
009440             MOVE "Y" TO WS-EOF-SWITCH
009450             GO TO 2000-EXIT
009460     END-READ.
009470
009480     IF WS-MASTFILE-STATUS NOT = "00"
009490         DISPLAY
009500             "CNVSCORE - UNABLE TO READ MASTFILE - STATUS "
009510             WS-MASTFILE-STATUS
009520         MOVE 16 TO RETURN-CODE
009530         STOP RUN
009540     END-IF.
009550
009560     ADD 1 TO WS-MASTER-COUNT.
009570     MOVE "N" TO WS-NEED-WORK-SWITCH.
009580
009590     MOVE MST-STATE TO WS-STATE-WORK.
009600     INSPECT WS-STATE-WORK
009610         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
009620
009630     PERFORM 2135-CHECK-CEP
009640         THRU 2135-EXIT.
009650
009660     PERFORM 2400-FIND-SCORE
009670         THRU 2400-EXIT.
009680
009690     ADD 1 TO WS-SCR-ACCOUNTS (WS-SCR-IDX).
009700
009710     IF WS-CEP-MISSING
009720         ADD 1 TO WS-SCR-NO-CEP (WS-SCR-IDX)
009730         MOVE "Y" TO WS-NEED-WORK-SWITCH
009740     END-IF.
009750
009760     IF WS-CEP-OUTSIDE
009770         ADD 1 TO WS-SCR-BAD-CEP (WS-SCR-IDX)
009780         MOVE "Y" TO WS-NEED-WORK-SWITCH
009790     END-IF.
009800
009810     IF MST-MAIL-SUPPRESSED
009820         ADD 1 TO WS-SCR-SUPPRESSED (WS-SCR-IDX)
009830         MOVE "Y" TO WS-NEED-WORK-SWITCH
009840         PERFORM 2300-SCORE-SUPPRESSION
009850             THRU 2300-EXIT
009860     END-IF.
009870
009880     MOVE MST-ACCOUNT-NO TO WS-FIND-ACCOUNT-NO.
009890     PERFORM 6000-LOOK-UP-ACCOUNT
009900         THRU 6000-EXIT.
009910     IF NOT WS-ACCOUNT-FOUND
009920         ADD 1 TO WS-SCR-UNTOUCHED (WS-SCR-IDX)
009930     END-IF.
009940
009950     IF WS-ACCOUNT-NEEDS-WORK
009960         ADD 1 TO WS-SCR-NEED-WORK (WS-SCR-IDX)
009970     END-IF.
009980
009990 2000-EXIT.
010000     EXIT.
010010
010020******************************************************************
010030*    2130-LOOK-UP-STATE -- IS THE (UPPERCASED) CODE IN           *
010040*                          WS-STATE-WORK ON THE STATE TABLE      *
010050******************************************************************
010060 2130-LOOK-UP-STATE.
010070
010080     MOVE "N" TO WS-STATE-FOUND-SWITCH.
010090     SET WS-STATE-IDX TO 1.
010100     SEARCH WS-STATE-CODE
010110         AT END
010120             CONTINUE
010130         WHEN WS-STATE-IDX > WS-STATE-COUNT
010140             CONTINUE
010150         WHEN WS-STATE-CODE (WS-STATE-IDX) = WS-STATE-WORK
010160             MOVE "Y" TO WS-STATE-FOUND-SWITCH
010170     END-SEARCH.
010180
010190 2130-EXIT.
010200     EXIT.
010210
010220******************************************************************
010230*    2135-CHECK-CEP -- SORT THE RECORD'S CEP INTO MISSING (BLANK)*
010240*                      OUTSIDE ITS RANGE OR GOOD, BY THE CONVERT6*
010250*                      CEP EDIT: A NON-BLANK CEP MUST BE NUMERIC *
010260*                      AND INSIDE THE TABLED RANGE OF THE        *
010270*                      UPPERCASED STATE CODE IN WS-STATE-WORK.   *
010280******************************************************************
010290 2135-CHECK-CEP.
010300
010310     MOVE "G" TO WS-CEP-RESULT-SWITCH.
010320
010330     IF MST-CEP = SPACES
010340         MOVE "M" TO WS-CEP-RESULT-SWITCH
010350         GO TO 2135-EXIT
010360     END-IF.
010370
010380     IF MST-CEP NOT NUMERIC
010390         MOVE "B" TO WS-CEP-RESULT-SWITCH
010400         GO TO 2135-EXIT
010410     END-IF.
010420
010430     MOVE MST-CEP TO WS-CEP-WORK.
010440
010450     MOVE "N" TO WS-CEP-FOUND-SWITCH.
010460     SET WS-CEP-IDX TO 1.
010470     SEARCH WS-CEP-ENTRY
010480         AT END
010490             CONTINUE
010500         WHEN WS-CEP-IDX > WS-CEP-COUNT
010510             CONTINUE
010520         WHEN WS-CEP-STATE (WS-CEP-IDX) = WS-STATE-WORK
010530             MOVE "Y" TO WS-CEP-FOUND-SWITCH
010540     END-SEARCH.
010550
010560     IF NOT WS-CEP-STATE-ON-TABLE
010570         MOVE "B" TO WS-CEP-RESULT-SWITCH
010580         GO TO 2135-EXIT
010590     END-IF.
010600
010610     IF WS-CEP-WORK < WS-CEP-LOW (WS-CEP-IDX)
010620      OR WS-CEP-WORK > WS-CEP-HIGH (WS-CEP-IDX)
010630         MOVE "B" TO WS-CEP-RESULT-SWITCH
010640     END-IF.
010650
010660 2135-EXIT.
010670     EXIT.
010680
010690******************************************************************
010700*    2300-SCORE-SUPPRESSION -- COUNT A MAIL-SUPPRESSED ACCOUNT   *
010710*                              UNDER ITS STATE AND REASON, UNDER *
010720*                              THE ALL-STATE TOTAL OF THE REASON *
010730*                              AND IN THE GRAND TOTAL, IN THE AGE*
010740*                              BAND OF ITS SUPPRESSION DATE      *
010750******************************************************************
010760 2300-SCORE-SUPPRESSION.
010770
010780     PERFORM 2310-AGE-SUPPRESSION
010790         THRU 2310-EXIT.
010800
010810     MOVE WS-SCR-STATE (WS-SCR-IDX) TO WS-SUP-FIND-STATE.
010820     MOVE MST-SUPPRESS-REASON       TO WS-SUP-FIND-REASON.
010830     PERFORM 2500-FIND-SUPPRESSION
010840         THRU 2500-EXIT.
010850     PERFORM 2350-COUNT-SUPPRESSION
010860         THRU 2350-EXIT.
010870
010880     MOVE HIGH-VALUES               TO WS-SUP-FIND-STATE.
010890     MOVE MST-SUPPRESS-REASON       TO WS-SUP-FIND-REASON.
010900     PERFORM 2500-FIND-SUPPRESSION
010910         THRU 2500-EXIT.
010920     PERFORM 2350-COUNT-SUPPRESSION
010930         THRU 2350-EXIT.
010940
010950     ADD 1 TO WS-SUP-TOT-NOW-FIG (6).
010960     IF WS-AGE-SUB > ZERO
010970         ADD 1 TO WS-SUP-TOT-NOW-FIG (WS-AGE-SUB)
010980     ELSE
010990         ADD 1 TO WS-UNDATED-COUNT
011000     END-IF.
011010
011020 2300-EXIT.
011030     EXIT.
011040
011050******************************************************************
011060*    2310-AGE-SUPPRESSION -- SET WS-AGE-SUB TO THE AGE BAND OF   *
011070*                            THE SUPPRESSION DATE (1 = 0-29 DAYS *
011080*                            ... 5 = 365 AND OVER), OR TO ZERO   *
011090*                            WHEN THE DATE IS MISSING, NOT A     *
011100*                            DATE OR LATER THAN TODAY.           *
011110******************************************************************
011120 2310-AGE-SUPPRESSION.
011130
011140     MOVE ZERO TO WS-AGE-SUB.
011150
011160     IF MST-SUPPRESS-DATE NOT NUMERIC
011170      OR MST-SUPPRESS-DATE = ZERO
011180      OR MST-SUPPRESS-DATE > WS-CURRENT-DATE
011190         GO TO 2310-EXIT
011200     END-IF.
011210
011220     MOVE MST-SUPPRESS-DATE TO WS-DATE-IN.
011230     IF WS-DIN-MM < 1
011240      OR WS-DIN-MM > 12
011250         GO TO 2310-EXIT
011260     END-IF.
011270
011280     PERFORM 8200-DATE-TO-DAYS
011290         THRU 8200-EXIT.
011300     COMPUTE WS-DAYS-SUPPRESSED = WS-TODAY-DAYS - WS-DAYS-OUT.
011310
011320     EVALUATE TRUE
011330         WHEN WS-DAYS-SUPPRESSED < 30
011340             MOVE 1 TO WS-AGE-SUB
011350         WHEN WS-DAYS-SUPPRESSED < 90
011360             MOVE 2 TO WS-AGE-SUB
011370         WHEN WS-DAYS-SUPPRESSED < 180
011380             MOVE 3 TO WS-AGE-SUB
011390         WHEN WS-DAYS-SUPPRESSED < 365
011400             MOVE 4 TO WS-AGE-SUB
011410         WHEN OTHER
011420             MOVE 5 TO WS-AGE-SUB
011430     END-EVALUATE.
011440
011450 2310-EXIT.
011460     EXIT.
011470
011480 2350-COUNT-SUPPRESSION.
011490
011500     ADD 1 TO WS-SUP-NOW-FIG (WS-SUP-IDX, 6).
011510     IF WS-AGE-SUB > ZERO
011520         ADD 1 TO WS-SUP-NOW-FIG (WS-SUP-IDX, WS-AGE-SUB)
011530     END-IF.
011540
011550 2350-EXIT.
011560     EXIT.
011570
011580******************************************************************
011590*    2400-FIND-SCORE -- POINT WS-SCR-IDX AT THE SCORECARD ENTRY  *
011600*                       FOR THE STATE CODE IN WS-STATE-WORK,     *
011610*                       INSERTING A NEW ENTRY IN CODE ORDER THE  *
011620*                       FIRST TIME A CODE IS SEEN.               *
011630******************************************************************
011640 2400-FIND-SCORE.
011650
011660     MOVE "N" TO WS-SCR-FOUND-SWITCH.
011670     SET WS-SCR-IDX TO 1.
011680     SEARCH WS-SCR-ENTRY
011690         AT END
011700             CONTINUE
011710         WHEN WS-SCR-IDX > WS-SCR-COUNT
011720             CONTINUE
011730         WHEN WS-SCR-STATE (WS-SCR-IDX) = WS-STATE-WORK
011740             MOVE "Y" TO WS-SCR-FOUND-SWITCH
011750         WHEN WS-SCR-STATE (WS-SCR-IDX) > WS-STATE-WORK
011760             CONTINUE
011770     END-SEARCH.
011780
011790     IF WS-SCR-ENTRY-FOUND
011800         GO TO 2400-EXIT
011810     END-IF.
011820
011830     IF WS-SCR-COUNT >= 200
011840      AND WS-STATE-WORK NOT = "**"
011850         MOVE "**" TO WS-STATE-WORK
011860         GO TO 2400-FIND-SCORE
011870     END-IF.
011880
011890*    NOT FOUND -- WS-SCR-IDX IS THE INSERT POINT (THE FIRST CODE
011900*    ABOVE THIS ONE, OR ONE PAST THE LAST ENTRY).  OPEN THE SLOT
011910*    BY MOVING THE HIGHER ENTRIES UP ONE.
011920     PERFORM 2410-SHIFT-SCORE-UP
011930         THRU 2410-EXIT
011940         VARYING WS-SCR-SHIFT FROM WS-SCR-COUNT BY -1
011950         UNTIL WS-SCR-SHIFT < WS-SCR-IDX.
011960
011970     ADD 1 TO WS-SCR-COUNT.
011980     MOVE WS-STATE-WORK TO WS-SCR-STATE (WS-SCR-IDX).
011990     MOVE "N"           TO WS-SCR-RANKED (WS-SCR-IDX).
012000
012010     PERFORM 2130-LOOK-UP-STATE
012020         THRU 2130-EXIT.
012030     MOVE WS-STATE-FOUND-SWITCH TO WS-SCR-ON-TABLE (WS-SCR-IDX).
012040
012050     PERFORM 2420-ZERO-SCORE-FIGURE
012060         THRU 2420-EXIT
012070         VARYING WS-FIG-SUB FROM 1 BY 1
012080         UNTIL WS-FIG-SUB > 6.
012090
012100 2400-EXIT.
012110     EXIT.
012120
012130 2410-SHIFT-SCORE-UP.
012140
012150     MOVE WS-SCR-ENTRY (WS-SCR-SHIFT)
012160         TO WS-SCR-ENTRY (WS-SCR-SHIFT + 1).
012170
012180 2410-EXIT.
012190     EXIT.
012200
012210 2420-ZERO-SCORE-FIGURE.
012220
012230     MOVE ZERO TO WS-SCR-NOW-FIG (WS-SCR-IDX, WS-FIG-SUB)
012240                  WS-SCR-PRIOR-FIG (WS-SCR-IDX, WS-FIG-SUB).
012250
012260 2420-EXIT.
012270     EXIT.
012280
012290******************************************************************
012300*    2500-FIND-SUPPRESSION -- POINT WS-SUP-IDX AT THE SUPPRESSION*
012310*                             ENTRY FOR WS-SUP-FIND-KEY,         *
012320*                             INSERTING A NEW ENTRY IN KEY ORDER *
012330*                             THE FIRST TIME A KEY IS SEEN.      *
012340******************************************************************
012350 2500-FIND-SUPPRESSION.
012360
012370     MOVE "N" TO WS-SUP-FOUND-SWITCH.
012380     SET WS-SUP-IDX TO 1.
012390     SEARCH WS-SUP-ENTRY
012400         AT END
012410             CONTINUE
012420         WHEN WS-SUP-IDX > WS-SUP-COUNT
012430             CONTINUE
012440         WHEN WS-SUP-KEY (WS-SUP-IDX) = WS-SUP-FIND-KEY
012450             MOVE "Y" TO WS-SUP-FOUND-SWITCH
012460         WHEN WS-SUP-KEY (WS-SUP-IDX) > WS-SUP-FIND-KEY
012470             CONTINUE
012480     END-SEARCH.
012490
012500     IF WS-SUP-ENTRY-FOUND
012510         GO TO 2500-EXIT
012520     END-IF.
012530
012540     IF WS-SUP-COUNT >= 2000
012550      AND WS-SUP-FIND-KEY NOT = "****"
012560         MOVE "****" TO WS-SUP-FIND-KEY
012570         GO TO 2500-FIND-SUPPRESSION
012580     END-IF.
012590
012600     PERFORM 2510-SHIFT-SUPPRESSION-UP
012610         THRU 2510-EXIT
012620         VARYING WS-SUP-SHIFT FROM WS-SUP-COUNT BY -1
012630         UNTIL WS-SUP-SHIFT < WS-SUP-IDX.
012640
012650     ADD 1 TO WS-SUP-COUNT.
012660     MOVE WS-SUP-FIND-KEY TO WS-SUP-KEY (WS-SUP-IDX).
012670
012680     PERFORM 2520-ZERO-SUPPRESSION-FIGURE
012690         THRU 2520-EXIT
012700         VARYING WS-FIG-SUB FROM 1 BY 1
012710         UNTIL WS-FIG-SUB > 6.
012720
012730 2500-EXIT.
012740     EXIT.
012750
012760 2510-SHIFT-SUPPRESSION-UP.
012770
012780     MOVE WS-SUP-ENTRY (WS-SUP-SHIFT)
012790         TO WS-SUP-ENTRY (WS-SUP-SHIFT + 1).
012800
012810 2510-EXIT.
012820     EXIT.
012830
012840 2520-ZERO-SUPPRESSION-FIGURE.
012850
012860     MOVE ZERO TO WS-SUP-NOW-FIG (WS-SUP-IDX, WS-FIG-SUB)
012870                  WS-SUP-PRIOR-FIG (WS-SUP-IDX, WS-FIG-SUB).
012880
012890 2520-EXIT.
012900     EXIT.
012910
012920******************************************************************
012930*    6000-LOOK-UP-ACCOUNT -- PROBE THE REGISTRY FOR              *
012940*                            WS-FIND-ACCOUNT-NO.  LEAVES         *
012950*                            WS-TCH-SLOT ON THE ACCOUNT'S SLOT,  *
012960*                            OR ON THE FREE SLOT WHERE IT        *
012970*                            BELONGS.                            *
012980******************************************************************
012990 6000-LOOK-UP-ACCOUNT.
013000
013010     MOVE "N" TO WS-ACCOUNT-FOUND-SWITCH.
013020     MOVE "N" TO WS-PROBE-DONE-SWITCH.
013030     MOVE ZERO TO WS-TCH-PROBE-COUNT.
013040
013050     DIVIDE WS-FIND-ACCOUNT-NO BY WS-TCH-TABLE-SIZE
013060         GIVING WS-TCH-HASH-QUOT
013070         REMAINDER WS-TCH-SLOT.
013080     ADD 1 TO WS-TCH-SLOT.
013090
013100     PERFORM 6050-PROBE-ONE-SLOT
013110         THRU 6050-EXIT
013120         UNTIL WS-PROBE-DONE.
013130
013140 6000-EXIT.
013150     EXIT.
013160
013170 6050-PROBE-ONE-SLOT.
013180
013190     IF WS-TCH-USED (WS-TCH-SLOT) = "N"
013200         MOVE "Y" TO WS-PROBE-DONE-SWITCH
013210         GO TO 6050-EXIT
013220     END-IF.
013230
013240     IF WS-TCH-ACCOUNT-NO (WS-TCH-SLOT) = WS-FIND-ACCOUNT-NO
013250         MOVE "Y" TO WS-ACCOUNT-FOUND-SWITCH
013260         MOVE "Y" TO WS-PROBE-DONE-SWITCH
013270         GO TO 6050-EXIT
013280     END-IF.
013290
013300     ADD 1 TO WS-TCH-PROBE-COUNT.
013310     IF WS-TCH-PROBE-COUNT > WS-TCH-TABLE-SIZE
013320         DISPLAY
013330             "CNVSCORE - TOUCHED REGISTRY PROBE WRAPPED - "
013340             "TABLE FULL"
013350         MOVE 16 TO RETURN-CODE
013360         STOP RUN
013370     END-IF.
013380
013390     IF WS-TCH-SLOT >= WS-TCH-TABLE-SIZE
013400         MOVE 1 TO WS-TCH-SLOT
013410     ELSE
013420         ADD 1 TO WS-TCH-SLOT
013430     END-IF.
013440
013450 6050-EXIT.
013460     EXIT.
013470
013480******************************************************************
013490*    6100-REGISTER-ACCOUNT -- CLAIM THE FREE SLOT 6000 LEFT      *
013500*                             WS-TCH-SLOT ON.  A REGISTRY AT ITS *
013510*                             LOAD CEILING IS FATAL.             *
013520******************************************************************
013530 6100-REGISTER-ACCOUNT.
013540
013550     IF WS-TCH-ENTRY-COUNT >= WS-TCH-MAX-LOAD
013560         DISPLAY
013570             "CNVSCORE - TOUCHED REGISTRY FULL AT JOURNAL ENTRY "
013580             WS-JRN-READ-COUNT
013590         MOVE 16 TO RETURN-CODE
013600         STOP RUN
013610     END-IF.
013620
013630     ADD 1 TO WS-TCH-ENTRY-COUNT.
013640     MOVE "Y"                TO WS-TCH-USED (WS-TCH-SLOT).
013650     MOVE WS-FIND-ACCOUNT-NO TO WS-TCH-ACCOUNT-NO (WS-TCH-SLOT).
013660
013670 6100-EXIT.
013680     EXIT.
013690
013700******************************************************************
013710*    8200-DATE-TO-DAYS -- TURN A CCYYMMDD DATE (WS-DATE-IN) INTO *
013720*                          A SERIAL DAY NUMBER (WS-DAYS-OUT),    *
013730*                          GREGORIAN LEAP RULES INCLUDED, SO TWO *
013740*                          DATES SUBTRACT TO A DAY COUNT         *
013750******************************************************************
013760 8200-DATE-TO-DAYS.
013770
013780     COMPUTE WS-DAYS-OUT = WS-DIN-CCYY * 365.
013790
013800     DIVIDE WS-DIN-CCYY BY 4
013810         GIVING WS-LEAP-DAYS.
013820     ADD WS-LEAP-DAYS TO WS-DAYS-OUT.
013830     DIVIDE WS-DIN-CCYY BY 100
013840         GIVING WS-LEAP-DAYS.
013850     SUBTRACT WS-LEAP-DAYS FROM WS-DAYS-OUT.
013860     DIVIDE WS-DIN-CCYY BY 400
013870         GIVING WS-LEAP-DAYS.
013880     ADD WS-LEAP-DAYS TO WS-DAYS-OUT.
013890
013900     ADD WS-MONTH-OFFSET (WS-DIN-MM) TO WS-DAYS-OUT.
013910     ADD WS-DIN-DD TO WS-DAYS-OUT.
013920
013930*    THE YEAR'S OWN LEAP DAY COUNTS ONLY FROM MARCH ON.
013940     MOVE "N" TO WS-LEAP-YEAR-SWITCH.
013950     DIVIDE WS-DIN-CCYY BY 4
013960         GIVING WS-LEAP-QUOTIENT
013970         REMAINDER WS-LEAP-REMAINDER.
013980     IF WS-LEAP-REMAINDER = ZERO
013990         MOVE "Y" TO WS-LEAP-YEAR-SWITCH
014000         DIVIDE WS-DIN-CCYY BY 100
014010             GIVING WS-LEAP-QUOTIENT
014020             REMAINDER WS-LEAP-REMAINDER
014030         IF WS-LEAP-REMAINDER = ZERO
014040             MOVE "N" TO WS-LEAP-YEAR-SWITCH
014050             DIVIDE WS-DIN-CCYY BY 400
014060                 GIVING WS-LEAP-QUOTIENT
014070                 REMAINDER WS-LEAP-REMAINDER
014080             IF WS-LEAP-REMAINDER = ZERO
014090                 MOVE "Y" TO WS-LEAP-YEAR-SWITCH
014100             END-IF
014110         END-IF
014120     END-IF.
014130
014140     IF WS-IS-LEAP-YEAR AND WS-DIN-MM < 3
014150         SUBTRACT 1 FROM WS-DAYS-OUT
014160     END-IF.
014170
014180 8200-EXIT.
014190     EXIT.
014200
014210******************************************************************
014220*    8300-MONTHS-BACK -- THE MONTH WS-MONTHS-BACK MONTHS BEFORE  *
014230*                        WS-MONTH-IN (CCYYMM), IN WS-MONTH-OUT   *
014240******************************************************************
014250 8300-MONTHS-BACK.
014260
014270     COMPUTE WS-MONTH-SERIAL = WS-MIN-CCYY * 12 + WS-MIN-MM - 1
014280                             - WS-MONTHS-BACK.
014290
014300     DIVIDE WS-MONTH-SERIAL BY 12
014310         GIVING WS-MOUT-CCYY
014320         REMAINDER WS-MONTH-REMAINDER.
014330     ADD 1 WS-MONTH-REMAINDER GIVING WS-MOUT-MM.
014340
014350 8300-EXIT.
014360     EXIT.
014370
014380******************************************************************
014390*    9000-TERMINATE -- CLOSE FILES, REPORT, REWRITE THE HISTORY  *
014400******************************************************************
014410 9000-TERMINATE.
014420
014430     CLOSE MASTFILE.
014440
014450     PERFORM 9100-WRITE-REPORT
014460         THRU 9100-EXIT.
014470
014480     PERFORM 9500-REWRITE-HISTORY
014490         THRU 9500-EXIT.
014500
014510     MOVE WS-HST-WRITTEN-COUNT TO WS-COUNT-ED.
014520     MOVE SPACES TO RPT-RECORD.
014530     STRING "SCORHIST RECORDS WRITTEN ...... " WS-COUNT-ED
014540         DELIMITED BY SIZE INTO RPT-RECORD.
014550     WRITE RPT-RECORD.
014560
014570     CLOSE RPTFILE.
014580
014590     MOVE 0 TO RETURN-CODE.
014600
014610 9000-EXIT.
014620     EXIT.
014630
014640******************************************************************
014650*    9100-WRITE-REPORT -- RUN DETAILS, THEN THE SCORECARD BY     *
014660*                         STATE, THE RANKING AND THE SUPPRESSION *
014670*                         BREAKDOWN                              *
014680******************************************************************
014690 9100-WRITE-REPORT.
014700
014710     MOVE "CNVSCORE - CUSTOMER MASTER DATA-QUALITY SCORECARD"
014720         TO RPT-RECORD.
014730     WRITE RPT-RECORD.
014740
014750     MOVE SPACES TO RPT-RECORD.
014760     STRING "RUN DATE ...................... " WS-CURRENT-DATE
014770         DELIMITED BY SIZE INTO RPT-RECORD.
014780     WRITE RPT-RECORD.
014790
014800     MOVE SPACES TO RPT-RECORD.
014810     STRING "SCORECARD MONTH ............... " WS-RUN-MONTH
014820         DELIMITED BY SIZE INTO RPT-RECORD.
014830     WRITE RPT-RECORD.
014840
014850     MOVE SPACES TO RPT-RECORD.
014860     IF WS-HAVE-PRIOR-MONTH
014870         STRING "COMPARED WITH MONTH ........... " WS-PRIOR-MONTH
014880             DELIMITED BY SIZE INTO RPT-RECORD
014890     ELSE
014900         STRING "COMPARED WITH MONTH ........... "
014910                "NONE -- NO EARLIER RUN ON SCORHIST"
014920             DELIMITED BY SIZE INTO RPT-RECORD
014930     END-IF.
014940     WRITE RPT-RECORD.
014950
014960     MOVE WS-UNTOUCHED-MONTHS TO WS-MONTHS-ED.
014970     MOVE SPACES TO RPT-RECORD.
014980     STRING "UNTOUCHED = NO JOURNAL ENTRY ON OR AFTER "
014990            WS-CUTOFF-DATE " (" WS-MONTHS-ED " MONTHS)"
015000         DELIMITED BY SIZE INTO RPT-RECORD.
015010     WRITE RPT-RECORD.
015020
015030     MOVE SPACES TO RPT-RECORD.
015040     WRITE RPT-RECORD.
015050
015060     MOVE "SCORECARD BY STATE CODE AS ON THE MASTER"
015070         TO RPT-RECORD.
015080     WRITE RPT-RECORD.
015090
015100     MOVE SPACES TO RPT-RECORD.
015110     WRITE RPT-RECORD.
015120
015130     MOVE SPACES TO RPT-RECORD.
015140     STRING "ST        " "   ACCOUNTS" "     NO CEP" "    BAD CEP"
015150            " SUPPRESSED" "  UNTOUCHED" "  NEED WORK"
015160         DELIMITED BY SIZE INTO RPT-RECORD.
015170     WRITE RPT-RECORD.
015180
015190     PERFORM 9150-WRITE-STATE-LINES
015200         THRU 9150-EXIT
015210         VARYING WS-SCR-IDX FROM 1 BY 1
015220         UNTIL WS-SCR-IDX > WS-SCR-COUNT.
015230
015240     MOVE "ALL" TO WS-LINE-STATE.
015250     PERFORM 9170-MOVE-TOTAL-FIGURE
015260         THRU 9170-EXIT
015270         VARYING WS-FIG-SUB FROM 1 BY 1
015280         UNTIL WS-FIG-SUB > 6.
015290     PERFORM 9160-WRITE-FIGURE-LINES
015300         THRU 9160-EXIT.
015310
015320     MOVE SPACES TO RPT-RECORD.
015330     WRITE RPT-RECORD.
015340
015350     MOVE "  ? = STATE CODE NOT ON STATETAB" TO RPT-RECORD.
015360     WRITE RPT-RECORD.
015370     MOVE "  NEED WORK = NO CEP, BAD CEP OR MAIL-SUPPRESSED, EACH"
015380         TO RPT-RECORD.
015390     WRITE RPT-RECORD.
015400     MOVE "              ACCOUNT COUNTED ONCE" TO RPT-RECORD.
015410     WRITE RPT-RECORD.
015420
015430     PERFORM 9200-WRITE-RANKING
015440         THRU 9200-EXIT.
015450
015460     PERFORM 9300-WRITE-SUPPRESSION
015470         THRU 9300-EXIT.
015480
015490     MOVE SPACES TO RPT-RECORD.
015500     WRITE RPT-RECORD.
015510
015520     MOVE WS-MASTER-COUNT TO WS-COUNT-ED.
015530     MOVE SPACES TO RPT-RECORD.
015540     STRING "MASTER RECORDS READ ........... " WS-COUNT-ED
015550         DELIMITED BY SIZE INTO RPT-RECORD.
015560     WRITE RPT-RECORD.
015570
015580     MOVE WS-JRN-READ-COUNT TO WS-COUNT-ED.
015590     MOVE SPACES TO RPT-RECORD.
015600     STRING "JOURNAL ENTRIES READ .......... " WS-COUNT-ED
015610         DELIMITED BY SIZE INTO RPT-RECORD.
015620     WRITE RPT-RECORD.
015630
015640     MOVE WS-JRN-WINDOW-COUNT TO WS-COUNT-ED.
015650     MOVE SPACES TO RPT-RECORD.
015660     STRING "JOURNAL ENTRIES SINCE CUT-OFF . " WS-COUNT-ED
015670         DELIMITED BY SIZE INTO RPT-RECORD.
015680     WRITE RPT-RECORD.
015690
015700     MOVE WS-JRN-UNUSABLE-COUNT TO WS-COUNT-ED.
015710     MOVE SPACES TO RPT-RECORD.
015720     STRING "JOURNAL ENTRIES UNUSABLE ...... " WS-COUNT-ED
015730         DELIMITED BY SIZE INTO RPT-RECORD.
015740     WRITE RPT-RECORD.
015750
015760     MOVE WS-TCH-ENTRY-COUNT TO WS-COUNT-ED.
015770     MOVE SPACES TO RPT-RECORD.
015780     STRING "ACCOUNTS TOUCHED SINCE CUT-OFF  " WS-COUNT-ED
015790         DELIMITED BY SIZE INTO RPT-RECORD.
015800     WRITE RPT-RECORD.
015810
015820     MOVE WS-UNDATED-COUNT TO WS-COUNT-ED.
015830     MOVE SPACES TO RPT-RECORD.
015840     STRING "SUPPRESSIONS WITH NO USABLE DATE" WS-COUNT-ED
015850         DELIMITED BY SIZE INTO RPT-RECORD.
015860     WRITE RPT-RECORD.
015870
015880     MOVE WS-HST-READ-COUNT TO WS-COUNT-ED.
015890     MOVE SPACES TO RPT-RECORD.
015900     STRING "SCORHIST RECORDS READ ......... " WS-COUNT-ED
015910         DELIMITED BY SIZE INTO RPT-RECORD.
015920     WRITE RPT-RECORD.
015930
015940     MOVE WS-HST-DROPPED-COUNT TO WS-COUNT-ED.
015950     MOVE SPACES TO RPT-RECORD.
015960     STRING "SCORHIST RECORDS REPLACED/AGED  " WS-COUNT-ED
015970         DELIMITED BY SIZE INTO RPT-RECORD.
015980     WRITE RPT-RECORD.
015990
016000 9100-EXIT.
016010     EXIT.
016020
016030******************************************************************
016040*    9150-WRITE-STATE-LINES -- THE LINES OF ONE STATE CODE, AND  *
016050*                              ITS FIGURES INTO THE TOTALS.  A   *
016060*                              CODE WITH NO ACCOUNTS THIS MONTH  *
016070*                              OR LAST IS LEFT OFF.              *
016080******************************************************************
016090 9150-WRITE-STATE-LINES.
016100
016110     IF WS-SCR-ACCOUNTS (WS-SCR-IDX) = ZERO
016120      AND WS-SCR-PRIOR-FIG (WS-SCR-IDX, 1) = ZERO
016130         GO TO 9150-EXIT
016140     END-IF.
016150
016160     MOVE SPACES TO WS-LINE-STATE.
016170     MOVE WS-SCR-STATE (WS-SCR-IDX) TO WS-LINE-STATE (1:2).
016180     IF WS-SCR-ON-TABLE (WS-SCR-IDX) NOT = "Y"
016190         MOVE "?" TO WS-LINE-STATE (3:1)
016200     END-IF.
016210
016220     PERFORM 9155-MOVE-STATE-FIGURE
016230         THRU 9155-EXIT
016240         VARYING WS-FIG-SUB FROM 1 BY 1
016250         UNTIL WS-FIG-SUB > 6.
016260
016270     PERFORM 9160-WRITE-FIGURE-LINES
016280         THRU 9160-EXIT.
016290
016300 9150-EXIT.
016310     EXIT.
016320
016330 9155-MOVE-STATE-FIGURE.
016340
016350     MOVE WS-SCR-NOW-FIG (WS-SCR-IDX, WS-FIG-SUB)
016360         TO WS-LINE-NOW-FIG (WS-FIG-SUB).
016370     MOVE WS-SCR-PRIOR-FIG (WS-SCR-IDX, WS-FIG-SUB)
016380         TO WS-LINE-PRIOR-FIG (WS-FIG-SUB).
016390     ADD WS-SCR-NOW-FIG (WS-SCR-IDX, WS-FIG-SUB)
016400         TO WS-TOT-NOW-FIG (WS-FIG-SUB).
016410     ADD WS-SCR-PRIOR-FIG (WS-SCR-IDX, WS-FIG-SUB)
016420         TO WS-TOT-PRIOR-FIG (WS-FIG-SUB).
016430
016440 9155-EXIT.
016450     EXIT.
016460
016470******************************************************************
016480*    9160-WRITE-FIGURE-LINES -- THE NOW LINE FOR WS-LINE-STATE,  *
016490*                               AND THE PRIOR AND CHANGE LINES   *
016500*                               WHEN THERE IS A PRIOR MONTH      *
016510******************************************************************
016520 9160-WRITE-FIGURE-LINES.
016530
016540     MOVE "N" TO WS-LINE-KIND.
016550     PERFORM 9165-WRITE-ONE-LINE
016560         THRU 9165-EXIT.
016570
016580     IF NOT WS-HAVE-PRIOR-MONTH
016590         GO TO 9160-EXIT
016600     END-IF.
016610
016620     MOVE "P" TO WS-LINE-KIND.
016630     PERFORM 9165-WRITE-ONE-LINE
016640         THRU 9165-EXIT.
016650
016660     MOVE "C" TO WS-LINE-KIND.
016670     PERFORM 9165-WRITE-ONE-LINE
016680         THRU 9165-EXIT.
016690
016700 9160-EXIT.
016710     EXIT.
016720
016730 9165-WRITE-ONE-LINE.
016740
016750     MOVE SPACES TO WS-SCORE-LINE.
016760
016770     EVALUATE TRUE
016780         WHEN WS-LINE-IS-NOW
016790             MOVE WS-LINE-STATE TO SCL-STATE
016800             MOVE "NOW"         TO SCL-LABEL
016810         WHEN WS-LINE-IS-PRIOR
016820             MOVE "PRIOR"       TO SCL-LABEL
016830         WHEN OTHER
016840             MOVE "CHANGE"      TO SCL-LABEL
016850     END-EVALUATE.
016860
016870     PERFORM 9168-EDIT-ONE-FIGURE
016880         THRU 9168-EXIT
016890         VARYING WS-FIG-SUB FROM 1 BY 1
016900         UNTIL WS-FIG-SUB > 6.
016910
016920     MOVE WS-SCORE-LINE TO RPT-RECORD.
016930     WRITE RPT-RECORD.
016940
016950 9165-EXIT.
016960     EXIT.
016970
016980 9168-EDIT-ONE-FIGURE.
016990
017000     EVALUATE TRUE
017010         WHEN WS-LINE-IS-NOW
017020             MOVE WS-LINE-NOW-FIG (WS-FIG-SUB)
017030                 TO SCL-FIGURE (WS-FIG-SUB)
017040         WHEN WS-LINE-IS-PRIOR
017050             MOVE WS-LINE-PRIOR-FIG (WS-FIG-SUB)
017060                 TO SCL-FIGURE (WS-FIG-SUB)
017070         WHEN OTHER
017080             COMPUTE SCL-CHANGE (WS-FIG-SUB) =
017090                 WS-LINE-NOW-FIG (WS-FIG-SUB)
017100                 - WS-LINE-PRIOR-FIG (WS-FIG-SUB)
017110     END-EVALUATE.
017120
017130 9168-EXIT.
017140     EXIT.
017150
017160 9170-MOVE-TOTAL-FIGURE.
017170
017180     MOVE WS-TOT-NOW-FIG (WS-FIG-SUB)
017190         TO WS-LINE-NOW-FIG (WS-FIG-SUB).
017200     MOVE WS-TOT-PRIOR-FIG (WS-FIG-SUB)
017210         TO WS-LINE-PRIOR-FIG (WS-FIG-SUB).
017220
017230 9170-EXIT.
017240     EXIT.
017250
017260******************************************************************
017270*    9200-WRITE-RANKING -- EVERY STATE CODE WITH ACCOUNTS THIS   *
017280*                          MONTH, WORST FIRST BY THE SHARE OF    *
017290*                          ITS ACCOUNTS NEEDING WORK (EQUAL      *
017300*                          SHARES IN CODE ORDER), AGAINST THE    *
017310*                          PRIOR MONTH'S SHARE                   *
017320******************************************************************
017330 9200-WRITE-RANKING.
017340
017350     MOVE SPACES TO RPT-RECORD.
017360     WRITE RPT-RECORD.
017370
017380     MOVE "STATES RANKED WORST FIRST BY SHARE NEEDING WORK"
017390         TO RPT-RECORD.
017400     WRITE RPT-RECORD.
017410
017420     MOVE SPACES TO RPT-RECORD.
017430     WRITE RPT-RECORD.
017440
017450     MOVE SPACES TO RPT-RECORD.
017460     STRING "RNK   ST " "   ACCOUNTS" "  NEED WORK" "   PCT NOW"
017470            "  PCT PRIOR" "     CHANGE"
017480         DELIMITED BY SIZE INTO RPT-RECORD.
017490     WRITE RPT-RECORD.
017500
017510     MOVE ZERO TO WS-RANK-COUNT.
017520     PERFORM 9205-COUNT-RANKABLE
017530         THRU 9205-EXIT
017540         VARYING WS-SCR-IDX FROM 1 BY 1
017550         UNTIL WS-SCR-IDX > WS-SCR-COUNT.
017560
017570     IF WS-RANK-COUNT = ZERO
017580         MOVE "  (NONE -- THE MASTER IS EMPTY)" TO RPT-RECORD
017590         WRITE RPT-RECORD
017600         GO TO 9200-EXIT
017610     END-IF.
017620
017630     PERFORM 9210-RANK-ONE-STATE
017640         THRU 9210-EXIT
017650         VARYING WS-RANK FROM 1 BY 1
017660         UNTIL WS-RANK > WS-RANK-COUNT.
017670
017680 9200-EXIT.
017690     EXIT.
017700
017710 9205-COUNT-RANKABLE.
017720
017730     IF WS-SCR-ACCOUNTS (WS-SCR-IDX) > ZERO
017740         ADD 1 TO WS-RANK-COUNT
017750     END-IF.
017760
017770 9205-EXIT.
017780     EXIT.
017790
017800 9210-RANK-ONE-STATE.
017810
017820     MOVE "N" TO WS-BEST-FOUND-SWITCH.
017830     MOVE ZERO TO WS-BEST-PCT.
017840     PERFORM 9220-TRY-ONE-STATE
017850         THRU 9220-EXIT
017860         VARYING WS-SCR-IDX FROM 1 BY 1
017870         UNTIL WS-SCR-IDX > WS-SCR-COUNT.
017880
017890     SET WS-SCR-IDX TO WS-BEST-SUB.
017900     MOVE "Y" TO WS-SCR-RANKED (WS-SCR-IDX).
017910
017920     MOVE SPACES TO WS-RANK-LINE.
017930     MOVE WS-RANK TO RKL-RANK.
017940     MOVE WS-SCR-STATE (WS-SCR-IDX) TO RKL-STATE (1:2).
017950     IF WS-SCR-ON-TABLE (WS-SCR-IDX) NOT = "Y"
017960         MOVE "?" TO RKL-STATE (3:1)
017970     END-IF.
017980     MOVE WS-SCR-ACCOUNTS (WS-SCR-IDX)  TO RKL-ACCOUNTS.
017990     MOVE WS-SCR-NEED-WORK (WS-SCR-IDX) TO RKL-NEED-WORK.
018000     MOVE WS-BEST-PCT                   TO RKL-PCT-NOW.
018010
018020     IF WS-SCR-PRIOR-FIG (WS-SCR-IDX, 1) > ZERO
018030         COMPUTE WS-PCT-PRIOR ROUNDED =
018040             WS-SCR-PRIOR-FIG (WS-SCR-IDX, 6) * 100
018050             / WS-SCR-PRIOR-FIG (WS-SCR-IDX, 1)
018060         MOVE WS-PCT-PRIOR TO RKL-PCT-PRIOR
018070         COMPUTE RKL-PCT-CHANGE = WS-BEST-PCT - WS-PCT-PRIOR
018080     END-IF.
018090
018100     MOVE WS-RANK-LINE TO RPT-RECORD.
018110     WRITE RPT-RECORD.
018120
018130 9210-EXIT.
018140     EXIT.
018150
018160 9220-TRY-ONE-STATE.
018170
018180     IF WS-SCR-RANKED (WS-SCR-IDX) = "Y"
018190      OR WS-SCR-ACCOUNTS (WS-SCR-IDX) = ZERO
018200         GO TO 9220-EXIT
018210     END-IF.
018220
018230     COMPUTE WS-PCT-NOW ROUNDED =
018240         WS-SCR-NEED-WORK (WS-SCR-IDX) * 100
018250         / WS-SCR-ACCOUNTS (WS-SCR-IDX).
018260
018270     IF WS-BEST-FOUND
018280      AND WS-PCT-NOW NOT > WS-BEST-PCT
018290         GO TO 9220-EXIT
018300     END-IF.
018310
018320     MOVE "Y" TO WS-BEST-FOUND-SWITCH.
018330     MOVE WS-PCT-NOW TO WS-BEST-PCT.
018340     SET WS-BEST-SUB TO WS-SCR-IDX.
018350
018360 9220-EXIT.
018370     EXIT.
018380
018390******************************************************************
018400*    9300-WRITE-SUPPRESSION -- MAIL-SUPPRESSED ACCOUNTS BY STATE *
018410*                              AND REASON, THEN BY REASON FOR    *
018420*                              ALL STATES, THEN THE GRAND TOTAL, *
018430*                              EACH IN AGE BANDS WITH THE PRIOR  *
018440*                              MONTH'S TOTAL                     *
018450******************************************************************
018460 9300-WRITE-SUPPRESSION.
018470
018480     MOVE SPACES TO RPT-RECORD.
018490     WRITE RPT-RECORD.
018500
018510     MOVE "SUPPRESSED ACCOUNTS BY STATE, REASON AND DAYS"
018520         TO RPT-RECORD.
018530     WRITE RPT-RECORD.
018540
018550     MOVE SPACES TO RPT-RECORD.
018560     WRITE RPT-RECORD.
018570
018580     MOVE SPACES TO RPT-RECORD.
018590     STRING "ST  RS " "    0-29" "   30-89" "  90-179" " 180-364"
018600            "    365+" "   TOTAL" "   PRIOR" "  CHANGE"
018610         DELIMITED BY SIZE INTO RPT-RECORD.
018620     WRITE RPT-RECORD.
018630
018640     IF WS-SUP-TOT-NOW-FIG (6) = ZERO
018650      AND WS-SUP-TOT-PRIOR-FIG (6) = ZERO
018660         MOVE "  (NONE -- NO ACCOUNT IS MAIL-SUPPRESSED)"
018670             TO RPT-RECORD
018680         WRITE RPT-RECORD
018690         GO TO 9300-EXIT
018700     END-IF.
018710
018720     MOVE SPACES TO WS-LAST-SUP-STATE.
018730     PERFORM 9310-WRITE-SUPPRESSION-LINE
018740         THRU 9310-EXIT
018750         VARYING WS-SUP-IDX FROM 1 BY 1
018760         UNTIL WS-SUP-IDX > WS-SUP-COUNT.
018770
018780     MOVE SPACES TO RPT-RECORD.
018790     WRITE RPT-RECORD.
018800
018810     MOVE SPACES TO WS-SUPPR-LINE.
018820     MOVE "ALL" TO SPL-STATE.
018830     MOVE "ALL" TO SPL-REASON.
018840     PERFORM 9330-EDIT-TOTAL-AGE
018850         THRU 9330-EXIT
018860         VARYING WS-FIG-SUB FROM 1 BY 1
018870         UNTIL WS-FIG-SUB > 6.
018880     IF WS-HAVE-PRIOR-MONTH
018890         MOVE WS-SUP-TOT-PRIOR-FIG (6) TO SPL-PRIOR
018900         COMPUTE SPL-CHANGE = WS-SUP-TOT-NOW-FIG (6)
018910                            - WS-SUP-TOT-PRIOR-FIG (6)
018920     END-IF.
018930     MOVE WS-SUPPR-LINE TO RPT-RECORD.
018940     WRITE RPT-RECORD.
018950
018960 9300-EXIT.
018970     EXIT.
018980
018990*    A BLANK LINE SETS OFF EACH STATE, AND THE ALL-STATE LINES
019000*    THAT FOLLOW THE LAST STATE.
019010 9310-WRITE-SUPPRESSION-LINE.
019020
019030     IF WS-SUP-NOW-FIG (WS-SUP-IDX, 6) = ZERO
019040      AND WS-SUP-PRIOR-FIG (WS-SUP-IDX, 6) = ZERO
019050         GO TO 9310-EXIT
019060     END-IF.
019070
019080     IF WS-LAST-SUP-STATE NOT = SPACES
019090      AND WS-SUP-STATE (WS-SUP-IDX) NOT = WS-LAST-SUP-STATE
019100         MOVE SPACES TO RPT-RECORD
019110         WRITE RPT-RECORD
019120     END-IF.
019130     MOVE WS-SUP-STATE (WS-SUP-IDX) TO WS-LAST-SUP-STATE.
019140
019150     MOVE SPACES TO WS-SUPPR-LINE.
019160     IF WS-SUP-STATE (WS-SUP-IDX) = HIGH-VALUES
019170         MOVE "ALL" TO SPL-STATE
019180     ELSE
019190         MOVE WS-SUP-STATE (WS-SUP-IDX) TO SPL-STATE
019200     END-IF.
019210     MOVE WS-SUP-REASON (WS-SUP-IDX) TO SPL-REASON.
019220
019230     PERFORM 9320-EDIT-ONE-AGE
019240         THRU 9320-EXIT
019250         VARYING WS-FIG-SUB FROM 1 BY 1
019260         UNTIL WS-FIG-SUB > 6.
019270
019280     IF WS-HAVE-PRIOR-MONTH
019290         MOVE WS-SUP-PRIOR-FIG (WS-SUP-IDX, 6) TO SPL-PRIOR
019300         COMPUTE SPL-CHANGE = WS-SUP-NOW-FIG (WS-SUP-IDX, 6)
019310                            - WS-SUP-PRIOR-FIG (WS-SUP-IDX, 6)
019320     END-IF.
019330
019340     MOVE WS-SUPPR-LINE TO RPT-RECORD.
019350     WRITE RPT-RECORD.
019360
019370 9310-EXIT.
019380     EXIT.
019390
019400 9320-EDIT-ONE-AGE.
019410
019420     MOVE WS-SUP-NOW-FIG (WS-SUP-IDX, WS-FIG-SUB)
019430         TO SPL-FIGURE (WS-FIG-SUB).
019440
019450 9320-EXIT.
019460     EXIT.
019470
019480 9330-EDIT-TOTAL-AGE.
019490
019500     MOVE WS-SUP-TOT-NOW-FIG (WS-FIG-SUB)
019510         TO SPL-FIGURE (WS-FIG-SUB).
019520
019530 9330-EXIT.
019540     EXIT.
019550
019560******************************************************************
019570*    9500-REWRITE-HISTORY -- WRITE BACK THE MONTHS KEPT, THEN    *
019580*                            THIS MONTH'S FIGURES: ONE 'S' RECORD*
019590*                            PER STATE CODE ON THE MASTER, ONE   *
019600*                            'R' RECORD PER STATE AND REASON.    *
019610******************************************************************
019620 9500-REWRITE-HISTORY.
019630
019640     OPEN OUTPUT HISTFILE.
019650     IF WS-HISTFILE-STATUS NOT = "00"
019660         DISPLAY
019670             "CNVSCORE - UNABLE TO OPEN SCORHIST - STATUS "
019680             WS-HISTFILE-STATUS
019690         MOVE 16 TO RETURN-CODE
019700         STOP RUN
019710     END-IF.
019720
019730     PERFORM 9510-WRITE-HELD-HISTORY
019740         THRU 9510-EXIT
019750         VARYING WS-HST-SUB FROM 1 BY 1
019760         UNTIL WS-HST-SUB > WS-HST-COUNT.
019770
019780     PERFORM 9520-WRITE-STATE-HISTORY
019790         THRU 9520-EXIT
019800         VARYING WS-SCR-IDX FROM 1 BY 1
019810         UNTIL WS-SCR-IDX > WS-SCR-COUNT.
019820
019830     PERFORM 9530-WRITE-REASON-HISTORY
019840         THRU 9530-EXIT
019850         VARYING WS-SUP-IDX FROM 1 BY 1
019860         UNTIL WS-SUP-IDX > WS-SUP-COUNT.
019870
019880     CLOSE HISTFILE.
019890
019900 9500-EXIT.
019910     EXIT.
019920
019930 9510-WRITE-HELD-HISTORY.
019940
019950     MOVE WS-HST-ENTRY (WS-HST-SUB) TO SCH-RECORD.
019960     PERFORM 9590-WRITE-HISTORY
019970         THRU 9590-EXIT.
019980
019990 9510-EXIT.
020000     EXIT.
020010
020020 9520-WRITE-STATE-HISTORY.
020030
020040     IF WS-SCR-ACCOUNTS (WS-SCR-IDX) = ZERO
020050         GO TO 9520-EXIT
020060     END-IF.
020070
020080     MOVE SPACES                    TO SCH-RECORD.
020090     MOVE WS-RUN-MONTH              TO SCH-RUN-MONTH.
020100     MOVE "S"                       TO SCH-REC-TYPE.
020110     MOVE WS-SCR-STATE (WS-SCR-IDX) TO SCH-STATE.
020120     PERFORM 9525-MOVE-STATE-FIGURE
020130         THRU 9525-EXIT
020140         VARYING WS-FIG-SUB FROM 1 BY 1
020150         UNTIL WS-FIG-SUB > 6.
020160     PERFORM 9590-WRITE-HISTORY
020170         THRU 9590-EXIT.
020180
020190 9520-EXIT.
020200     EXIT.
020210
020220 9525-MOVE-STATE-FIGURE.
020230
020240     MOVE WS-SCR-NOW-FIG (WS-SCR-IDX, WS-FIG-SUB)
020250         TO SCH-FIGURE (WS-FIG-SUB).
020260
020270 9525-EXIT.
020280     EXIT.
020290
020300*    THE ALL-STATE ENTRIES ARE SUMS OF THE STATE ENTRIES AND ARE
020310*    NOT KEPT.
020320 9530-WRITE-REASON-HISTORY.
020330
020340     IF WS-SUP-NOW-FIG (WS-SUP-IDX, 6) = ZERO
020350      OR WS-SUP-STATE (WS-SUP-IDX) = HIGH-VALUES
020360         GO TO 9530-EXIT
020370     END-IF.
020380
020390     MOVE SPACES                     TO SCH-RECORD.
020400     MOVE WS-RUN-MONTH               TO SCH-RUN-MONTH.
020410     MOVE "R"                        TO SCH-REC-TYPE.
020420     MOVE WS-SUP-STATE (WS-SUP-IDX)  TO SCH-STATE.
020430     MOVE WS-SUP-REASON (WS-SUP-IDX) TO SCH-REASON.
020440     PERFORM 9535-MOVE-REASON-FIGURE
020450         THRU 9535-EXIT
020460         VARYING WS-FIG-SUB FROM 1 BY 1
020470         UNTIL WS-FIG-SUB > 6.
020480     PERFORM 9590-WRITE-HISTORY
020490         THRU 9590-EXIT.
020500
020510 9530-EXIT.
020520     EXIT.
020530
020540 9535-MOVE-REASON-FIGURE.
020550
020560     MOVE WS-SUP-NOW-FIG (WS-SUP-IDX, WS-FIG-SUB)
020570         TO SCH-FIGURE (WS-FIG-SUB).
020580
020590 9535-EXIT.
020600     EXIT.
020610
020620 9590-WRITE-HISTORY.
020630
020640     WRITE SCH-RECORD.
020650     IF WS-HISTFILE-STATUS NOT = "00"
020660         DISPLAY
020670             "CNVSCORE - UNABLE TO WRITE SCORHIST - STATUS "
020680             WS-HISTFILE-STATUS
020690         MOVE 16 TO RETURN-CODE
020700         STOP RUN
020710     END-IF.
020720
020730     ADD 1 TO WS-HST-WRITTEN-COUNT.
020740
020750 9590-EXIT.
020760     EXIT.
