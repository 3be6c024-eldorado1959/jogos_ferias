000010******************************************************************
000020*  PROGRAM:   CNVHIST
000030*  FILE:      cobHist.cob
000040*
000050*  AUTHOR:    J. L. MOREIRA -- DATA CONVERSION GROUP
000060*  INSTALLATION: JOGOS DE FERIAS BATCH SERVICES
000070*  DATE-WRITTEN: 2026-10-15
000080*  DATE-COMPILED:
000090*
000100*  PURPOSE.
000110*      ACCOUNT HISTORY INQUIRY.  FOR EACH ACCOUNT ON THE INQUIRY
000120*      LIST (ACCTLIST DD -- ONE ACCOUNT NUMBER PER LINE IN
000130*      COLUMNS 1-8, A LINE STARTING '*' IS A COMMENT), THE
000140*      PROGRAM PRINTS ONE CHRONOLOGICAL HISTORY OF EVERYTHING
000150*      THE BATCH SYSTEM HAS RECORDED ABOUT THE ACCOUNT, DRAWN
000160*      FROM THE FOUR PLACES IT IS KEPT --
000170*          JRNLFILE  EVERY MASTER ADD, CHANGE AND CLOSURE, WITH
000180*                    ITS BEFORE- AND AFTER-IMAGE (CONVERT6,
000190*                    CNVMAINT AND CNVJREST)
000200*          MNTAUDIT  THE CNVMAINT AUDIT LINES -- WHO SUBMITTED
000210*                    THE MAINTENANCE CARD AND WHO APPROVED IT
000220*          EXCPTRK   THE EXCEPTION-TRACKING ENTRY -- FIRST AND
000230*                    LATEST REJECT, BOUNCE COUNT, REASON HISTORY
000240*                    AND THE DATE THE EXCEPTION CLOSED
000250*          MASTFILE  THE CURRENT MASTER RECORD AND ITS RETURN-
000260*                    MAIL SUPPRESSION COLUMNS (SET BY CNVRETSP)
000270*
000280*      EACH HISTORY LINE SHOWS THE DATE, THE TIME, THE PROGRAM
000290*      THAT MADE THE ENTRY AND THE INPUT FILE OR USER BEHIND IT.
000300*      A JOURNALED UPDATE IS FOLLOWED BY ONE LINE PER FIELD IT
000310*      MOVED, OLD VALUE AND NEW VALUE.  A CNVMAINT UPDATE IS ON
000320*      BOTH THE JOURNAL AND MNTAUDIT -- THE TWO ARE MATCHED ON
000330*      ACCOUNT, ACTION, DATE AND TIME AND PRINTED ONCE, WITH THE
000340*      USER FROM THE AUDIT LINE.  THAT USER IS THE APPROVER;
000350*      WHEN THE CARD WENT THROUGH MAKER-CHECKER APPROVAL THE
000360*      SUBMITTER IS SHOWN BESIDE IT AS MAKER=.  AUDIT LINES
000370*      WRITTEN BEFORE APPROVAL EXISTED CARRY NO SUBMITTER AND
000380*      SHOW THE USER ONLY.  THE EXCEPTION-TRACKING FILE
000390*      AND THE SUPPRESSION COLUMNS CARRY DATES ONLY; THEIR LINES
000400*      SORT AFTER THE TIMED ENTRIES OF THE SAME DAY AND SHOW NO
000410*      TIME.  ONLY THE LAST FOUR REJECT REASONS ARE KEPT ON
000420*      EXCPTRK, SO AN ACCOUNT THAT BOUNCED MORE OFTEN SHOWS ITS
000430*      FIRST REJECT WITHOUT A REASON.
000440*
000450*      MNTAUDIT AND EXCPTRK ARE OPTIONAL -- WHEN EITHER IS NOT
000460*      THERE THE HISTORY IS PRINTED WITHOUT IT AND THE REPORT
000470*      SAYS SO.  THE STEP ENDS RC=4 WHEN A LIST ENTRY WAS NOT A
000480*      VALID ACCOUNT NUMBER, WHEN AN ACCOUNT HAD NO HISTORY AT
000490*      ALL, OR WHEN THE EVENT TABLE FILLED; OTHERWISE RC=0.
000500*
000510*  MODIFICATION HISTORY.
000520*  ---------------------------------------------------------------
000530*  DATE       INIT  DESCRIPTION
000540*  2026-10-15  JLM  ORIGINAL PROGRAM -- ONE PLACE TO ANSWER "WHAT
000550*                   HAPPENED TO THIS ACCOUNT" INSTEAD OF FOUR
000560*                   FILES READ BY HAND.
000570******************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID.  CNVHIST.
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
000730     SELECT ACCTLIST
000740         ASSIGN TO "ACCTLIST"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-ACCTLIST-STATUS.
000770
000780     SELECT JRNLFILE
000790         ASSIGN TO "JRNLFILE"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-JRNLFILE-STATUS.
000820
000830     SELECT AUDITFILE
000840         ASSIGN TO "MNTAUDIT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-AUDITFILE-STATUS.
000870
000880     SELECT EXCPTRK
000890         ASSIGN TO "EXCPTRK"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS RANDOM
000920         RECORD KEY IS ETK-ACCOUNT-NO
000930         FILE STATUS IS WS-EXCPTRK-STATUS.
000940
000950     SELECT MASTFILE
000960         ASSIGN TO "MASTFILE"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS RANDOM
000990         RECORD KEY IS MST-ACCOUNT-NO
001000         FILE STATUS IS WS-MASTFILE-STATUS.
001010
001020     SELECT RPTFILE
001030         ASSIGN TO "RPTFILE"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-RPTFILE-STATUS.
001060
001070 DATA DIVISION.
001080 FILE SECTION.
001090
001100 FD  ACCTLIST
001110     LABEL RECORDS ARE STANDARD.
001120 01  ACL-RECORD.
001130     05  ACL-ACCOUNT-NO          PIC X(08).
001140     05  FILLER                  PIC X(72).
001150
001160 FD  JRNLFILE
001170     LABEL RECORDS ARE STANDARD.
001180     COPY JRNLREC.
001190
001200*    THE FIELD POSITIONS BELOW MATCH THE LINE CNVMAINT BUILDS IN
001210*    ITS 8100-WRITE-AUDIT-LINE STRING -- USER, BOTH IMAGES AND
001220*    THE MAKER ARE ALWAYS THEIR FULL WIDTH, SO EVERY FIELD LANDS
001230*    AT A FIXED COLUMN.  AUD-USER IS THE APPROVER WHO RAN
001240*    CNVMAINT, AUD-MAKER THE SUBMITTER OF THE PENDING CARD;
001250*    A SHORTER LINE FROM BEFORE APPROVAL LEAVES AUD-MAKER BLANK.
001260 FD  AUDITFILE
001270     LABEL RECORDS ARE STANDARD.
001280 01  AUD-RECORD.
001290     05  AUD-DATE.
001300         10  AUD-DATE-CCYY       PIC X(04).
001310         10  FILLER              PIC X(01).
001320         10  AUD-DATE-MM         PIC X(02).
001330         10  FILLER              PIC X(01).
001340         10  AUD-DATE-DD         PIC X(02).
001350     05  FILLER                  PIC X(01).
001360     05  AUD-TIME.
001370         10  AUD-TIME-HH         PIC X(02).
001380         10  FILLER              PIC X(01).
001390         10  AUD-TIME-MN         PIC X(02).
001400         10  FILLER              PIC X(01).
001410         10  AUD-TIME-SS         PIC X(02).
001420     05  FILLER                  PIC X(06).
001430     05  AUD-USER                PIC X(20).
001440     05  FILLER                  PIC X(08).
001450     05  AUD-ACTION              PIC X(01).
001460     05  FILLER                  PIC X(09).
001470     05  AUD-ACCOUNT-NO          PIC 9(08).
001480     05  FILLER                  PIC X(08).
001490     05  AUD-BEFORE-IMAGE        PIC X(100).
001500     05  FILLER                  PIC X(07).
001510     05  AUD-AFTER-IMAGE         PIC X(100).
001520     05  FILLER                  PIC X(07).
001530     05  AUD-MAKER               PIC X(20).
001540     05  FILLER                  PIC X(07).
001550
001560 FD  EXCPTRK
001570     LABEL RECORDS ARE STANDARD.
001580     COPY EXTRKREC.
001590
001600 FD  MASTFILE
001610     LABEL RECORDS ARE STANDARD.
001620     COPY MSTREC.
001630
001640 FD  RPTFILE
001650     LABEL RECORDS ARE STANDARD.
001660 01  RPT-RECORD                  PIC X(132).
001670
001680 WORKING-STORAGE SECTION.
001690
001700*---------------------------------------------------------------*
001710*    FILE STATUS FIELDS                                         *
001720*---------------------------------------------------------------*
001730 77  WS-ACCTLIST-STATUS            PIC X(02) VALUE "00".
001740 77  WS-JRNLFILE-STATUS            PIC X(02) VALUE "00".
001750 77  WS-AUDITFILE-STATUS           PIC X(02) VALUE "00".
001760 77  WS-EXCPTRK-STATUS             PIC X(02) VALUE "00".
001770 77  WS-MASTFILE-STATUS            PIC X(02) VALUE "00".
001780 77  WS-RPTFILE-STATUS             PIC X(02) VALUE "00".
001790
001800*---------------------------------------------------------------*
001810*    SWITCHES                                                   *
001820*---------------------------------------------------------------*
001830 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
001840     88  WS-END-OF-FILE                   VALUE "Y".
001850 77  WS-AUDIT-SWITCH               PIC X(01) VALUE "Y".
001860     88  WS-AUDIT-PRESENT                 VALUE "Y".
001870 77  WS-EXCPTRK-SWITCH             PIC X(01) VALUE "Y".
001880     88  WS-EXCPTRK-PRESENT               VALUE "Y".
001890 77  WS-LISTED-SWITCH              PIC X(01) VALUE "N".
001900     88  WS-ACCOUNT-LISTED                VALUE "Y".
001910 77  WS-MATCH-SWITCH               PIC X(01) VALUE "N".
001920     88  WS-AUDIT-MATCHED                 VALUE "Y".
001930 77  WS-NEXT-SWITCH                PIC X(01) VALUE "N".
001940     88  WS-NO-MORE-EVENTS                VALUE "Y".
001950
001960*---------------------------------------------------------------*
001970*    COUNTERS AND WORK FIELDS                                   *
001980*---------------------------------------------------------------*
001990 77  WS-LIST-READ-COUNT            PIC 9(08) COMP VALUE ZERO.
002000 77  WS-LIST-BAD-COUNT             PIC 9(08) COMP VALUE ZERO.
002010 77  WS-LIST-DUP-COUNT             PIC 9(08) COMP VALUE ZERO.
002020 77  WS-JOURNAL-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
002030 77  WS-AUDIT-READ-COUNT           PIC 9(08) COMP VALUE ZERO.
002040 77  WS-NO-HISTORY-COUNT           PIC 9(08) COMP VALUE ZERO.
002050 77  WS-DROPPED-EVENT-COUNT        PIC 9(08) COMP VALUE ZERO.
002060 77  WS-EVENT-SEQ                  PIC 9(05) VALUE ZERO.
002070 77  WS-EVT-SUB                    PIC 9(08) COMP VALUE ZERO.
002080 77  WS-LOW-SUB                    PIC 9(08) COMP VALUE ZERO.
002090 77  WS-FIELD-COUNT                PIC 9(08) COMP VALUE ZERO.
002100 77  WS-FIRST-REASON-SUB           PIC 9(04) COMP VALUE ZERO.
002110 77  WS-REASON-SUB                 PIC 9(04) COMP VALUE ZERO.
002120 77  WS-LOW-KEY                    PIC X(19) VALUE SPACES.
002130 77  WS-FIND-ACCOUNT-NO            PIC 9(08) VALUE ZERO.
002140 77  WS-MATCH-DATE                 PIC 9(08) VALUE ZERO.
002150 77  WS-MATCH-TIME                 PIC 9(06) VALUE ZERO.
002160 77  WS-MATCH-ACTION               PIC X(01) VALUE SPACE.
002170
002180*    A DATE-ONLY ENTRY (EXCPTRK, SUPPRESSION) IS GIVEN THIS TIME
002190*    SO IT SORTS AFTER EVERY TIMED ENTRY OF THE SAME DAY.
002200 77  WS-DATE-ONLY-TIME             PIC 9(06) VALUE 999999.
002210
002220*---------------------------------------------------------------*
002230*    INQUIRY LIST -- THE ACCOUNTS ASKED FOR, IN LIST ORDER      *
002240*---------------------------------------------------------------*
002250 77  WS-ACCT-MAX                   PIC 9(04) COMP VALUE 200.
002260 01  WS-ACCT-TABLE.
002270     05  WS-ACCT-COUNT             PIC 9(04) COMP VALUE ZERO.
002280     05  WS-ACCT-ENTRY OCCURS 200 TIMES
002290             INDEXED BY WS-ACCT-IDX.
002300         10  WS-ACCT-NO            PIC 9(08).
002310         10  WS-ACCT-EVENT-COUNT   PIC 9(08) COMP.
002320
002330*---------------------------------------------------------------*
002340*    EVENT TABLE -- EVERY ENTRY FOUND FOR A LISTED ACCOUNT.     *
002350*    WS-EVT-KEY (DATE, TIME, ARRIVAL SEQUENCE) IS THE PRINT     *
002360*    ORDER.  WS-EVT-KIND SAYS WHERE THE ENTRY CAME FROM --      *
002370*        J  JOURNAL ENTRY            M  JOURNAL + MNTAUDIT      *
002380*        A  MNTAUDIT LINE WITH NO JOURNAL ENTRY FOUND           *
002390*        F  FIRST REJECT             B  LATEST REJECT           *
002400*        X  EXCEPTION CLOSED         S  MAIL SUPPRESSED         *
002410*    JOURNAL AND AUDIT ENTRIES CARRY THE TWO IMAGES; THE        *
002420*    EXCEPTION AND SUPPRESSION ENTRIES CARRY REASONS IN THE     *
002430*    SAME SPACE.                                                *
002440*---------------------------------------------------------------*
002450 77  WS-EVENT-MAX                  PIC 9(08) COMP VALUE 5000.
002460 01  WS-EVENT-TABLE.
002470     05  WS-EVENT-COUNT            PIC 9(08) COMP VALUE ZERO.
002480     05  WS-EVT-ENTRY OCCURS 5000 TIMES.
002490         10  WS-EVT-ACCOUNT-NO     PIC 9(08).
002500         10  WS-EVT-KEY.
002510             15  WS-EVT-DATE       PIC 9(08).
002520             15  WS-EVT-TIME       PIC 9(06).
002530             15  WS-EVT-SEQ        PIC 9(05).
002540         10  WS-EVT-PRINTED        PIC X(01).
002550         10  WS-EVT-KIND           PIC X(01).
002560         10  WS-EVT-ACTION         PIC X(01).
002570         10  WS-EVT-PROGRAM        PIC X(08).
002580         10  WS-EVT-USER           PIC X(20).
002590         10  WS-EVT-MAKER          PIC X(20).
002600         10  WS-EVT-DSNAME         PIC X(40).
002610         10  WS-EVT-IMAGES.
002620             15  WS-EVT-BEFORE     PIC X(100).
002630             15  WS-EVT-AFTER      PIC X(100).
002640         10  WS-EVT-NOTES REDEFINES WS-EVT-IMAGES.
002650             15  WS-EVT-REASON     PIC X(30).
002660             15  WS-EVT-PRIOR-REASON OCCURS 3 TIMES
002670                                   PIC X(30).
002680             15  WS-EVT-BOUNCES    PIC 9(04).
002690             15  FILLER            PIC X(76).
002700
002710*---------------------------------------------------------------*
002720*    BEFORE AND AFTER IMAGES OF THE ENTRY BEING PRINTED         *
002730*---------------------------------------------------------------*
002740 COPY CUSTREC
002750     REPLACING ==CR-CUSTOMER-RECORD== BY ==WS-OLD-IMAGE==
002760               ==CR-ACCOUNT-NO==      BY ==WS-OLD-ACCOUNT-NO==
002770               ==CR-NAME==            BY ==WS-OLD-NAME==
002780               ==CR-STREET==          BY ==WS-OLD-STREET==
002790               ==CR-CITY==            BY ==WS-OLD-CITY==
002800               ==CR-STATE==           BY ==WS-OLD-STATE==
002810               ==CR-REC-TYPE==        BY ==WS-OLD-REC-TYPE==
002820               ==CR-TYPE-MAINTAIN==   BY ==WS-OLD-TYPE-MAINTAIN==
002830               ==CR-TYPE-DELETE==     BY ==WS-OLD-TYPE-DELETE==
002840               ==CR-CEP==             BY ==WS-OLD-CEP==.
002850
002860 COPY CUSTREC
002870     REPLACING ==CR-CUSTOMER-RECORD== BY ==WS-NEW-IMAGE==
002880               ==CR-ACCOUNT-NO==      BY ==WS-NEW-ACCOUNT-NO==
002890               ==CR-NAME==            BY ==WS-NEW-NAME==
002900               ==CR-STREET==          BY ==WS-NEW-STREET==
002910               ==CR-CITY==            BY ==WS-NEW-CITY==
002920               ==CR-STATE==           BY ==WS-NEW-STATE==
002930               ==CR-REC-TYPE==        BY ==WS-NEW-REC-TYPE==
002940               ==CR-TYPE-MAINTAIN==   BY ==WS-NEW-TYPE-MAINTAIN==
002950               ==CR-TYPE-DELETE==     BY ==WS-NEW-TYPE-DELETE==
002960               ==CR-CEP==             BY ==WS-NEW-CEP==.
002970
002980*---------------------------------------------------------------*
002990*    REPORT WORK AREAS                                          *
003000*---------------------------------------------------------------*
003010 01  WS-COUNT-ED                   PIC ZZZ,ZZZ,ZZ9.
003020 01  WS-BOUNCE-ED                  PIC ZZZ9.
003030
003040 01  WS-DATE-WORK                  PIC 9(08) VALUE ZERO.
003050 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
003060     05  WS-DWK-CCYY               PIC X(04).
003070     05  WS-DWK-MM                 PIC X(02).
003080     05  WS-DWK-DD                 PIC X(02).
003090 01  WS-TIME-WORK                  PIC 9(06) VALUE ZERO.
003100 01  WS-TIME-WORK-X REDEFINES WS-TIME-WORK.
003110     05  WS-TWK-HH                 PIC X(02).
003120     05  WS-TWK-MN                 PIC X(02).
003130     05  WS-TWK-SS                 PIC X(02).
003140
003150 01  WS-EVENT-LINE.
003160     05  EVL-DATE                  PIC X(10).
003170     05  FILLER                    PIC X(01).
003180     05  EVL-TIME                  PIC X(08).
003190     05  FILLER                    PIC X(02).
003200     05  EVL-PROGRAM               PIC X(08).
003210     05  FILLER                    PIC X(02).
003220     05  EVL-SOURCE                PIC X(40).
003230     05  FILLER                    PIC X(02).
003240     05  EVL-EVENT                 PIC X(59).
003250
003260 01  WS-FIELD-LINE.
003270     05  FILLER                    PIC X(21).
003280     05  FDL-LABEL                 PIC X(10).
003290     05  FDL-OLD                   PIC X(30).
003300     05  FDL-ARROW                 PIC X(04).
003310     05  FDL-NEW                   PIC X(30).
003320     05  FILLER                    PIC X(37).
003330
003340 PROCEDURE DIVISION.
003350
003360******************************************************************
003370*    0000-MAINLINE                                               *
003380******************************************************************
003390 0000-MAINLINE.
003400
003410     PERFORM 1000-INITIALIZE
003420         THRU 1000-EXIT.
003430
003440     PERFORM 2000-COLLECT-AUDIT
003450         THRU 2000-EXIT.
003460
003470     PERFORM 2500-COLLECT-JOURNAL
003480         THRU 2500-EXIT.
003490
003500     PERFORM 3000-REPORT-ACCOUNT
003510         THRU 3000-EXIT
003520         VARYING WS-ACCT-IDX FROM 1 BY 1
003530         UNTIL WS-ACCT-IDX > WS-ACCT-COUNT.
003540
003550     PERFORM 9000-TERMINATE
003560         THRU 9000-EXIT.
003570
003580     STOP RUN.
003590
003600******************************************************************
003610*    1000-INITIALIZE -- OPEN THE FILES AND LOAD THE INQUIRY LIST *
003620******************************************************************
003630 1000-INITIALIZE.
003640
003650     OPEN OUTPUT RPTFILE.
003660     IF WS-RPTFILE-STATUS NOT = "00"
003670         DISPLAY
003680             "CNVHIST - UNABLE TO OPEN RPTFILE - STATUS "
003690             WS-RPTFILE-STATUS
003700         MOVE 16 TO RETURN-CODE
003710         STOP RUN
003720     END-IF.
003730
003740     MOVE "CNVHIST - ACCOUNT HISTORY INQUIRY" TO RPT-RECORD.
003750     WRITE RPT-RECORD.
003760
003770     OPEN INPUT ACCTLIST.
003780     IF WS-ACCTLIST-STATUS NOT = "00"
003790         DISPLAY
003800             "CNVHIST - UNABLE TO OPEN ACCTLIST - STATUS "
003810             WS-ACCTLIST-STATUS
003820         MOVE 16 TO RETURN-CODE
003830         STOP RUN
003840     END-IF.
003850
003860     MOVE "N" TO WS-EOF-SWITCH.
003870     PERFORM 1100-LOAD-ACCOUNT
003880         THRU 1100-EXIT
003890         UNTIL WS-END-OF-FILE.
003900
003910     CLOSE ACCTLIST.
003920
003930     IF WS-ACCT-COUNT = ZERO
003940         DISPLAY "CNVHIST - NO VALID ACCOUNT NUMBERS ON ACCTLIST"
003950         MOVE 16 TO RETURN-CODE
003960         STOP RUN
003970     END-IF.
003980
003990     OPEN INPUT JRNLFILE.
004000     IF WS-JRNLFILE-STATUS NOT = "00"
004010         DISPLAY
004020             "CNVHIST - UNABLE TO OPEN JRNLFILE - STATUS "
004030             WS-JRNLFILE-STATUS
004040         MOVE 16 TO RETURN-CODE
004050         STOP RUN
004060     END-IF.
004070
004080     OPEN INPUT MASTFILE.
004090     IF WS-MASTFILE-STATUS NOT = "00"
004100         DISPLAY
004110             "CNVHIST - UNABLE TO OPEN MASTFILE - STATUS "
004120             WS-MASTFILE-STATUS
004130         MOVE 16 TO RETURN-CODE
004140         STOP RUN
004150     END-IF.
004160
004170*    THE AUDIT LOG AND THE TRACKING FILE MAY NOT EXIST YET --
004180*    THE HISTORY IS STILL WORTH PRINTING WITHOUT THEM.
004190     OPEN INPUT AUDITFILE.
004200     IF WS-AUDITFILE-STATUS = "35"
004210         MOVE "N" TO WS-AUDIT-SWITCH
004220     ELSE
004230         IF WS-AUDITFILE-STATUS NOT = "00"
004240             DISPLAY
004250                 "CNVHIST - UNABLE TO OPEN MNTAUDIT - STATUS "
004260                 WS-AUDITFILE-STATUS
004270             MOVE 16 TO RETURN-CODE
004280             STOP RUN
004290         END-IF
004300     END-IF.
004310
004320     OPEN INPUT EXCPTRK.
004330     IF WS-EXCPTRK-STATUS = "35"
004340         MOVE "N" TO WS-EXCPTRK-SWITCH
004350     ELSE
004360         IF WS-EXCPTRK-STATUS NOT = "00"
004370             DISPLAY
004380                 "CNVHIST - UNABLE TO OPEN EXCPTRK - STATUS "
004390                 WS-EXCPTRK-STATUS
004400             MOVE 16 TO RETURN-CODE
004410             STOP RUN
004420         END-IF
004430     END-IF.
004440
004450 1000-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490*    1100-LOAD-ACCOUNT -- ONE INQUIRY LIST LINE.  A BAD ACCOUNT  *
004500*                         NUMBER IS LISTED AND SKIPPED; A REPEAT *
004510*                         IS SKIPPED QUIETLY.                    *
004520******************************************************************
004530 1100-LOAD-ACCOUNT.
004540
004550     READ ACCTLIST
004560         AT END
004570             MOVE "Y" TO WS-EOF-SWITCH
004580             GO TO 1100-EXIT
004590     END-READ.
004600
004610     ADD 1 TO WS-LIST-READ-COUNT.
004620
004630     IF ACL-RECORD = SPACES
004640      OR ACL-RECORD (1:1) = "*"
004650         GO TO 1100-EXIT
004660     END-IF.
004670
004680     IF ACL-ACCOUNT-NO NOT NUMERIC
004690         ADD 1 TO WS-LIST-BAD-COUNT
004700         MOVE SPACES TO RPT-RECORD
004710         STRING "*** NOT A VALID ACCOUNT NUMBER - SKIPPED: "
004720             ACL-ACCOUNT-NO
004730             DELIMITED BY SIZE INTO RPT-RECORD
004740         WRITE RPT-RECORD
004750         GO TO 1100-EXIT
004760     END-IF.
004770
004780     MOVE ACL-ACCOUNT-NO TO WS-FIND-ACCOUNT-NO.
004790     PERFORM 2900-FIND-ACCOUNT
004800         THRU 2900-EXIT.
004810     IF WS-ACCOUNT-LISTED
004820         ADD 1 TO WS-LIST-DUP-COUNT
004830         GO TO 1100-EXIT
004840     END-IF.
004850
004860     IF WS-ACCT-COUNT NOT < WS-ACCT-MAX
004870         DISPLAY
004880             "CNVHIST - MORE THAN " WS-ACCT-MAX
004890             " ACCOUNTS ON ACCTLIST - SPLIT THE LIST"
004900         MOVE 16 TO RETURN-CODE
004910         STOP RUN
004920     END-IF.
004930
004940     ADD 1 TO WS-ACCT-COUNT.
004950     MOVE ACL-ACCOUNT-NO TO WS-ACCT-NO (WS-ACCT-COUNT).
004960     MOVE ZERO TO WS-ACCT-EVENT-COUNT (WS-ACCT-COUNT).
004970
004980 1100-EXIT.
004990     EXIT.
005000
005010******************************************************************
005020*    2000-COLLECT-AUDIT -- ONE PASS OF MNTAUDIT, KEEPING EVERY   *
005030*                          LINE FOR A LISTED ACCOUNT.  THE       *
005040*                          JOURNAL PASS THAT FOLLOWS PAIRS THEM  *
005050*                          WITH THEIR JOURNAL ENTRIES.           *
005060******************************************************************
005070 2000-COLLECT-AUDIT.
005080
005090     IF NOT WS-AUDIT-PRESENT
005100         GO TO 2000-EXIT
005110     END-IF.
005120
005130     MOVE "N" TO WS-EOF-SWITCH.
005140     PERFORM 2100-READ-AUDIT
005150         THRU 2100-EXIT
005160         UNTIL WS-END-OF-FILE.
005170
005180     CLOSE AUDITFILE.
005190
005200 2000-EXIT.
005210     EXIT.
005220
005230 2100-READ-AUDIT.
005240
005250     READ AUDITFILE
005260         AT END
005270             MOVE "Y" TO WS-EOF-SWITCH
005280             GO TO 2100-EXIT
005290     END-READ.
005300
005310     ADD 1 TO WS-AUDIT-READ-COUNT.
005320
005330     IF AUD-ACCOUNT-NO NOT NUMERIC
005340      OR AUD-DATE-CCYY NOT NUMERIC
005350      OR AUD-DATE-MM NOT NUMERIC
005360      OR AUD-DATE-DD NOT NUMERIC
005370      OR AUD-TIME-HH NOT NUMERIC
005380      OR AUD-TIME-MN NOT NUMERIC
005390      OR AUD-TIME-SS NOT NUMERIC
005400         GO TO 2100-EXIT
005410     END-IF.
005420
005430     MOVE AUD-ACCOUNT-NO TO WS-FIND-ACCOUNT-NO.
005440     PERFORM 2900-FIND-ACCOUNT
005450         THRU 2900-EXIT.
005460     IF NOT WS-ACCOUNT-LISTED
005470         GO TO 2100-EXIT
005480     END-IF.
005490
005500     PERFORM 2950-ADD-EVENT
005510         THRU 2950-EXIT.
005520     IF WS-EVT-SUB = ZERO
005530         GO TO 2100-EXIT
005540     END-IF.
005550
005560     MOVE AUD-DATE-CCYY TO WS-DWK-CCYY.
005570     MOVE AUD-DATE-MM   TO WS-DWK-MM.
005580     MOVE AUD-DATE-DD   TO WS-DWK-DD.
005590     MOVE AUD-TIME-HH   TO WS-TWK-HH.
005600     MOVE AUD-TIME-MN   TO WS-TWK-MN.
005610     MOVE AUD-TIME-SS   TO WS-TWK-SS.
005620     MOVE WS-DATE-WORK     TO WS-EVT-DATE (WS-EVT-SUB).
005630     MOVE WS-TIME-WORK     TO WS-EVT-TIME (WS-EVT-SUB).
005640     MOVE "A"              TO WS-EVT-KIND (WS-EVT-SUB).
005650     MOVE AUD-ACTION       TO WS-EVT-ACTION (WS-EVT-SUB).
005660     MOVE "CNVMAINT"       TO WS-EVT-PROGRAM (WS-EVT-SUB).
005670     MOVE AUD-USER         TO WS-EVT-USER (WS-EVT-SUB).
005680     MOVE AUD-MAKER        TO WS-EVT-MAKER (WS-EVT-SUB).
005690     MOVE AUD-BEFORE-IMAGE TO WS-EVT-BEFORE (WS-EVT-SUB).
005700     MOVE AUD-AFTER-IMAGE  TO WS-EVT-AFTER (WS-EVT-SUB).
005710
005720 2100-EXIT.
005730     EXIT.
005740
005750******************************************************************
005760*    2500-COLLECT-JOURNAL -- ONE PASS OF THE JOURNAL.  AN ENTRY  *
005770*                            THAT MATCHES A CNVMAINT AUDIT LINE  *
005780*                            IS MERGED INTO IT; ANY OTHER ENTRY  *
005790*                            FOR A LISTED ACCOUNT IS KEPT ON ITS *
005800*                            OWN.                                *
005810******************************************************************
005820 2500-COLLECT-JOURNAL.
005830
005840     MOVE "N" TO WS-EOF-SWITCH.
005850     PERFORM 2600-READ-JOURNAL
005860         THRU 2600-EXIT
005870         UNTIL WS-END-OF-FILE.
005880
005890     CLOSE JRNLFILE.
005900
005910 2500-EXIT.
005920     EXIT.
005930
005940 2600-READ-JOURNAL.
005950
005960     READ JRNLFILE
005970         AT END
005980             MOVE "Y" TO WS-EOF-SWITCH
005990             GO TO 2600-EXIT
006000     END-READ.
006010
006020     ADD 1 TO WS-JOURNAL-READ-COUNT.
006030
006040     IF JRN-DATE NOT NUMERIC OR JRN-ACCOUNT-NO NOT NUMERIC
006050         DISPLAY
006060             "CNVHIST - MALFORMED JOURNAL RECORD AT LINE "
006070             WS-JOURNAL-READ-COUNT
006080         MOVE 16 TO RETURN-CODE
006090         STOP RUN
006100     END-IF.
006110
006120     MOVE JRN-ACCOUNT-NO TO WS-FIND-ACCOUNT-NO.
006130     PERFORM 2900-FIND-ACCOUNT
006140         THRU 2900-EXIT.
006150     IF NOT WS-ACCOUNT-LISTED
006160         GO TO 2600-EXIT
006170     END-IF.
006180
006190     MOVE JRN-DATE   TO WS-MATCH-DATE.
006200     MOVE JRN-TIME   TO WS-MATCH-TIME.
006210     MOVE JRN-ACTION TO WS-MATCH-ACTION.
006220     MOVE "N" TO WS-MATCH-SWITCH.
006230     PERFORM 2700-MATCH-AUDIT
006240         THRU 2700-EXIT
006250         VARYING WS-EVT-SUB FROM 1 BY 1
006260         UNTIL WS-EVT-SUB > WS-EVENT-COUNT
006270            OR WS-AUDIT-MATCHED.
006280
006290     IF WS-AUDIT-MATCHED
006300         SUBTRACT 1 FROM WS-EVT-SUB
006310         MOVE "M" TO WS-EVT-KIND (WS-EVT-SUB)
006320         MOVE JRN-INPUT-DSNAME TO WS-EVT-DSNAME (WS-EVT-SUB)
006330         GO TO 2600-EXIT
006340     END-IF.
006350
006360     PERFORM 2950-ADD-EVENT
006370         THRU 2950-EXIT.
006380     IF WS-EVT-SUB = ZERO
006390         GO TO 2600-EXIT
006400     END-IF.
006410
006420     MOVE JRN-DATE         TO WS-EVT-DATE (WS-EVT-SUB).
006430     MOVE JRN-TIME         TO WS-EVT-TIME (WS-EVT-SUB).
006440     MOVE "J"              TO WS-EVT-KIND (WS-EVT-SUB).
006450     MOVE JRN-ACTION       TO WS-EVT-ACTION (WS-EVT-SUB).
006460     MOVE JRN-INPUT-DSNAME TO WS-EVT-DSNAME (WS-EVT-SUB).
006470     MOVE JRN-BEFORE-IMAGE TO WS-EVT-BEFORE (WS-EVT-SUB).
006480     MOVE JRN-AFTER-IMAGE  TO WS-EVT-AFTER (WS-EVT-SUB).
006490
006500*    NO AUDIT LINE -- NAME THE WRITER FROM THE JOURNAL ITSELF.
006510*    CNVJREST LABELS ITS ENTRIES; CNVMAINT JOURNALS ITS RUN
006520*    DATE WITH SEQUENCE ZERO; EVERYTHING ELSE IS A CONVERT6 RUN.
006530     EVALUATE TRUE
006540         WHEN JRN-INPUT-DSNAME (1:8) = "CNVJREST"
006550             MOVE "CNVJREST" TO WS-EVT-PROGRAM (WS-EVT-SUB)
006560         WHEN JRN-FILE-SEQ NUMERIC
006570          AND JRN-FILE-DATE NUMERIC
006580          AND JRN-FILE-SEQ = ZERO
006590          AND JRN-FILE-DATE = JRN-DATE
006600             MOVE "CNVMAINT" TO WS-EVT-PROGRAM (WS-EVT-SUB)
006610         WHEN OTHER
006620             MOVE "CONVERT6" TO WS-EVT-PROGRAM (WS-EVT-SUB)
006630     END-EVALUATE.
006640
006650 2600-EXIT.
006660     EXIT.
006670
006680******************************************************************
006690*    2700-MATCH-AUDIT -- IS THIS EVENT AN UNPAIRED AUDIT LINE    *
006700*                        FOR THE SAME UPDATE AS THE JOURNAL      *
006710*                        ENTRY IN HAND                           *
006720******************************************************************
006730 2700-MATCH-AUDIT.
006740
006750     IF WS-EVT-KIND (WS-EVT-SUB) = "A"
006760      AND WS-EVT-ACCOUNT-NO (WS-EVT-SUB) = JRN-ACCOUNT-NO
006770      AND WS-EVT-DATE (WS-EVT-SUB) = WS-MATCH-DATE
006780      AND WS-EVT-TIME (WS-EVT-SUB) = WS-MATCH-TIME
006790      AND WS-EVT-ACTION (WS-EVT-SUB) = WS-MATCH-ACTION
006800         MOVE "Y" TO WS-MATCH-SWITCH
006810     END-IF.
006820
006830 2700-EXIT.
006840     EXIT.
006850
006860******************************************************************
006870*    2900-FIND-ACCOUNT -- IS WS-FIND-ACCOUNT-NO ON THE LIST      *
006880******************************************************************
006890 2900-FIND-ACCOUNT.
006900
006910     MOVE "N" TO WS-LISTED-SWITCH.
006920     IF WS-ACCT-COUNT = ZERO
006930         GO TO 2900-EXIT
006940     END-IF.
006950
006960     SET WS-ACCT-IDX TO 1.
006970     SEARCH WS-ACCT-ENTRY
006980         AT END
006990             MOVE "N" TO WS-LISTED-SWITCH
007000         WHEN WS-ACCT-IDX > WS-ACCT-COUNT
007010             MOVE "N" TO WS-LISTED-SWITCH
007020         WHEN WS-ACCT-NO (WS-ACCT-IDX) = WS-FIND-ACCOUNT-NO
007030             MOVE "Y" TO WS-LISTED-SWITCH
007040     END-SEARCH.
007050
007060 2900-EXIT.
007070     EXIT.
007080
007090******************************************************************
007100*    2950-ADD-EVENT -- CLAIM THE NEXT EVENT SLOT FOR THE LISTED  *
007110*                      ACCOUNT AT WS-ACCT-IDX.  WS-EVT-SUB COMES *
007120*                      BACK ZERO WHEN THE TABLE IS FULL -- THE   *
007130*                      EVENT IS COUNTED AS DROPPED.              *
007140******************************************************************
007150 2950-ADD-EVENT.
007160
007170     IF WS-EVENT-COUNT NOT < WS-EVENT-MAX
007180         ADD 1 TO WS-DROPPED-EVENT-COUNT
007190         MOVE ZERO TO WS-EVT-SUB
007200         GO TO 2950-EXIT
007210     END-IF.
007220
007230     ADD 1 TO WS-EVENT-COUNT.
007240     MOVE WS-EVENT-COUNT TO WS-EVT-SUB.
007250     ADD 1 TO WS-EVENT-SEQ.
007260     ADD 1 TO WS-ACCT-EVENT-COUNT (WS-ACCT-IDX).
007270
007280     MOVE SPACES TO WS-EVT-ENTRY (WS-EVT-SUB).
007290     MOVE WS-ACCT-NO (WS-ACCT-IDX)
007300         TO WS-EVT-ACCOUNT-NO (WS-EVT-SUB).
007310     MOVE ZERO         TO WS-EVT-DATE (WS-EVT-SUB).
007320     MOVE ZERO         TO WS-EVT-TIME (WS-EVT-SUB).
007330     MOVE WS-EVENT-SEQ TO WS-EVT-SEQ (WS-EVT-SUB).
007340     MOVE "N"          TO WS-EVT-PRINTED (WS-EVT-SUB).
007350
007360 2950-EXIT.
007370     EXIT.
007380
007390******************************************************************
007400*    3000-REPORT-ACCOUNT -- THE CURRENT MASTER RECORD, THE DATED *
007410*                           EXCEPTION AND SUPPRESSION ENTRIES,   *
007420*                           THEN THE WHOLE HISTORY OLDEST FIRST  *
007430******************************************************************
007440 3000-REPORT-ACCOUNT.
007450
007460     MOVE SPACES TO RPT-RECORD.
007470     WRITE RPT-RECORD.
007480     MOVE ALL "-" TO RPT-RECORD.
007490     WRITE RPT-RECORD.
007500
007510     MOVE WS-ACCT-NO (WS-ACCT-IDX) TO MST-ACCOUNT-NO.
007520     READ MASTFILE.
007530
007540     IF WS-MASTFILE-STATUS NOT = "00"
007550      AND WS-MASTFILE-STATUS NOT = "23"
007560         DISPLAY
007570             "CNVHIST - UNABLE TO READ MASTFILE - STATUS "
007580             WS-MASTFILE-STATUS
007590         MOVE 16 TO RETURN-CODE
007600         STOP RUN
007610     END-IF.
007620
007630     MOVE SPACES TO RPT-RECORD.
007640     IF WS-MASTFILE-STATUS = "23"
007650         STRING "ACCOUNT " WS-ACCT-NO (WS-ACCT-IDX)
007660             "   NOT ON THE CUSTOMER MASTER"
007670             DELIMITED BY SIZE INTO RPT-RECORD
007680         WRITE RPT-RECORD
007690     ELSE
007700         STRING "ACCOUNT " WS-ACCT-NO (WS-ACCT-IDX)
007710             "   ON MASTER: " MST-NAME " " MST-STREET " "
007720             MST-CITY " " MST-STATE " " MST-CEP
007730             DELIMITED BY SIZE INTO RPT-RECORD
007740         WRITE RPT-RECORD
007750         PERFORM 3100-SUPPRESSION-EVENT
007760             THRU 3100-EXIT
007770     END-IF.
007780
007790     PERFORM 3200-EXCEPTION-EVENTS
007800         THRU 3200-EXIT.
007810
007820     MOVE SPACES TO RPT-RECORD.
007830     WRITE RPT-RECORD.
007840
007850     IF WS-ACCT-EVENT-COUNT (WS-ACCT-IDX) = ZERO
007860         ADD 1 TO WS-NO-HISTORY-COUNT
007870         MOVE "    NO HISTORY FOUND FOR THIS ACCOUNT"
007880             TO RPT-RECORD
007890         WRITE RPT-RECORD
007900         GO TO 3000-EXIT
007910     END-IF.
007920
007930     MOVE SPACES TO RPT-RECORD.
007940     STRING "DATE       TIME      PROGRAM   "
007950         "INPUT FILE / USER                         EVENT"
007960         DELIMITED BY SIZE INTO RPT-RECORD.
007970     WRITE RPT-RECORD.
007980
007990     MOVE "N" TO WS-NEXT-SWITCH.
008000     PERFORM 4000-PRINT-NEXT-EVENT
008010         THRU 4000-EXIT
008020         UNTIL WS-NO-MORE-EVENTS.
008030
008040 3000-EXIT.
008050     EXIT.
008060
008070******************************************************************
008080*    3100-SUPPRESSION-EVENT -- A SUPPRESSED ACCOUNT GETS A DATED *
008090*                              ENTRY FROM THE MASTER COLUMNS     *
008100*                              CNVRETSP SET                      *
008110******************************************************************
008120 3100-SUPPRESSION-EVENT.
008130
008140     IF NOT MST-MAIL-SUPPRESSED
008150         GO TO 3100-EXIT
008160     END-IF.
008170
008180     PERFORM 2950-ADD-EVENT
008190         THRU 2950-EXIT.
008200     IF WS-EVT-SUB = ZERO
008210         GO TO 3100-EXIT
008220     END-IF.
008230
008240     MOVE MST-SUPPRESS-DATE   TO WS-EVT-DATE (WS-EVT-SUB).
008250     MOVE WS-DATE-ONLY-TIME   TO WS-EVT-TIME (WS-EVT-SUB).
008260     MOVE "S"                 TO WS-EVT-KIND (WS-EVT-SUB).
008270     MOVE "CNVRETSP"          TO WS-EVT-PROGRAM (WS-EVT-SUB).
008280     MOVE "LETTER-SHOP UNDELIVERABLE FILE"
008290         TO WS-EVT-DSNAME (WS-EVT-SUB).
008300     MOVE MST-SUPPRESS-REASON TO WS-EVT-REASON (WS-EVT-SUB).
008310
008320 3100-EXIT.
008330     EXIT.
008340
008350******************************************************************
008360*    3200-EXCEPTION-EVENTS -- THE TRACKING ENTRY BECOMES UP TO   *
008370*                             THREE DATED ENTRIES: FIRST REJECT, *
008380*                             LATEST REJECT, EXCEPTION CLOSED    *
008390******************************************************************
008400 3200-EXCEPTION-EVENTS.
008410
008420     IF NOT WS-EXCPTRK-PRESENT
008430         GO TO 3200-EXIT
008440     END-IF.
008450
008460     MOVE WS-ACCT-NO (WS-ACCT-IDX) TO ETK-ACCOUNT-NO.
008470     READ EXCPTRK.
008480
008490     IF WS-EXCPTRK-STATUS = "23"
008500         GO TO 3200-EXIT
008510     END-IF.
008520     IF WS-EXCPTRK-STATUS NOT = "00"
008530         DISPLAY
008540             "CNVHIST - UNABLE TO READ EXCPTRK - STATUS "
008550             WS-EXCPTRK-STATUS
008560         MOVE 16 TO RETURN-CODE
008570         STOP RUN
008580     END-IF.
008590
008600*    THE FIRST REASON IS STILL ON THE RECORD WHILE THE BOUNCE
008610*    COUNT IS WITHIN THE LATEST REASON PLUS THE THREE PRIOR.
008620     PERFORM 2950-ADD-EVENT
008630         THRU 2950-EXIT.
008640     IF WS-EVT-SUB = ZERO
008650         GO TO 3200-EXIT
008660     END-IF.
008670
008680     MOVE ETK-FIRST-DATE    TO WS-EVT-DATE (WS-EVT-SUB).
008690     MOVE WS-DATE-ONLY-TIME TO WS-EVT-TIME (WS-EVT-SUB).
008700     MOVE "F"               TO WS-EVT-KIND (WS-EVT-SUB).
008710     MOVE ETK-BOUNCE-COUNT  TO WS-EVT-BOUNCES (WS-EVT-SUB).
008720     PERFORM 3250-SET-EXCEPTION-SOURCE
008730         THRU 3250-EXIT.
008740
008750     EVALUATE TRUE
008760         WHEN ETK-BOUNCE-COUNT NOT > 1
008770             MOVE ETK-LAST-REASON TO WS-EVT-REASON (WS-EVT-SUB)
008780         WHEN ETK-BOUNCE-COUNT NOT > 4
008790             COMPUTE WS-FIRST-REASON-SUB = ETK-BOUNCE-COUNT - 1
008800             MOVE ETK-PRIOR-REASON (WS-FIRST-REASON-SUB)
008810                 TO WS-EVT-REASON (WS-EVT-SUB)
008820         WHEN OTHER
008830             MOVE "(REASON NO LONGER KEPT)"
008840                 TO WS-EVT-REASON (WS-EVT-SUB)
008850     END-EVALUATE.
008860
008870     IF ETK-BOUNCE-COUNT > 1
008880         PERFORM 2950-ADD-EVENT
008890             THRU 2950-EXIT
008900         IF WS-EVT-SUB = ZERO
008910             GO TO 3200-EXIT
008920         END-IF
008930         MOVE ETK-LAST-DATE     TO WS-EVT-DATE (WS-EVT-SUB)
008940         MOVE WS-DATE-ONLY-TIME TO WS-EVT-TIME (WS-EVT-SUB)
008950         MOVE "B"               TO WS-EVT-KIND (WS-EVT-SUB)
008960         MOVE ETK-BOUNCE-COUNT  TO WS-EVT-BOUNCES (WS-EVT-SUB)
008970         MOVE ETK-LAST-REASON   TO WS-EVT-REASON (WS-EVT-SUB)
008980         MOVE ETK-PRIOR-REASON (1)
008990             TO WS-EVT-PRIOR-REASON (WS-EVT-SUB, 1)
009000         MOVE ETK-PRIOR-REASON (2)
009010             TO WS-EVT-PRIOR-REASON (WS-EVT-SUB, 2)
009020         MOVE ETK-PRIOR-REASON (3)
009030             TO WS-EVT-PRIOR-REASON (WS-EVT-SUB, 3)
009040         PERFORM 3250-SET-EXCEPTION-SOURCE
009050             THRU 3250-EXIT
009060     END-IF.
009070
009080     IF ETK-CLOSED AND ETK-CLOSED-DATE NOT = ZERO
009090         PERFORM 2950-ADD-EVENT
009100             THRU 2950-EXIT
009110         IF WS-EVT-SUB = ZERO
009120             GO TO 3200-EXIT
009130         END-IF
009140         MOVE ETK-CLOSED-DATE   TO WS-EVT-DATE (WS-EVT-SUB)
009150         MOVE WS-DATE-ONLY-TIME TO WS-EVT-TIME (WS-EVT-SUB)
009160         MOVE "X"               TO WS-EVT-KIND (WS-EVT-SUB)
009170         PERFORM 3250-SET-EXCEPTION-SOURCE
009180             THRU 3250-EXIT
009190     END-IF.
009200
009210 3200-EXIT.
009220     EXIT.
009230
009240*    THE TRACKING FILE IS KEPT BY BOTH CONVERT6 AND CNVRECYC AND
009250*    DOES NOT SAY WHICH OF THEM MADE AN ENTRY.
009260 3250-SET-EXCEPTION-SOURCE.
009270
009280     MOVE "EXCPTRK"  TO WS-EVT-PROGRAM (WS-EVT-SUB).
009290     MOVE "EXCEPTION TRACKING (CONVERT6/CNVRECYC)"
009300         TO WS-EVT-DSNAME (WS-EVT-SUB).
009310
009320 3250-EXIT.
009330     EXIT.
009340
009350******************************************************************
009360*    4000-PRINT-NEXT-EVENT -- FIND THE OLDEST UNPRINTED EVENT OF *
009370*                             THE ACCOUNT AND PRINT IT           *
009380******************************************************************
009390 4000-PRINT-NEXT-EVENT.
009400
009410     MOVE HIGH-VALUES TO WS-LOW-KEY.
009420     MOVE ZERO TO WS-LOW-SUB.
009430     PERFORM 4050-CHECK-EVENT
009440         THRU 4050-EXIT
009450         VARYING WS-EVT-SUB FROM 1 BY 1
009460         UNTIL WS-EVT-SUB > WS-EVENT-COUNT.
009470
009480     IF WS-LOW-SUB = ZERO
009490         MOVE "Y" TO WS-NEXT-SWITCH
009500         GO TO 4000-EXIT
009510     END-IF.
009520
009530     MOVE WS-LOW-SUB TO WS-EVT-SUB.
009540     MOVE "Y" TO WS-EVT-PRINTED (WS-EVT-SUB).
009550
009560     MOVE SPACES TO WS-EVENT-LINE.
009570     MOVE WS-EVT-DATE (WS-EVT-SUB) TO WS-DATE-WORK.
009580     STRING WS-DWK-CCYY "-" WS-DWK-MM "-" WS-DWK-DD
009590         DELIMITED BY SIZE INTO EVL-DATE.
009600     IF WS-EVT-TIME (WS-EVT-SUB) = WS-DATE-ONLY-TIME
009610         MOVE "--:--:--" TO EVL-TIME
009620     ELSE
009630         MOVE WS-EVT-TIME (WS-EVT-SUB) TO WS-TIME-WORK
009640         STRING WS-TWK-HH ":" WS-TWK-MN ":" WS-TWK-SS
009650             DELIMITED BY SIZE INTO EVL-TIME
009660     END-IF.
009670     MOVE WS-EVT-PROGRAM (WS-EVT-SUB) TO EVL-PROGRAM.
009680
009690     IF WS-EVT-USER (WS-EVT-SUB) = SPACES
009700         MOVE WS-EVT-DSNAME (WS-EVT-SUB) TO EVL-SOURCE
009710         GO TO 4000-PRINT-EVENT-LINE
009720     END-IF.
009730     IF WS-EVT-MAKER (WS-EVT-SUB) = SPACES
009740         STRING "USER=" WS-EVT-USER (WS-EVT-SUB)
009750                    DELIMITED BY SPACE
009760                " " WS-EVT-DSNAME (WS-EVT-SUB)
009770                    DELIMITED BY SIZE
009780             INTO EVL-SOURCE
009790     ELSE
009800         STRING "USER=" WS-EVT-USER (WS-EVT-SUB)
009810                    DELIMITED BY SPACE
009820                " MAKER=" WS-EVT-MAKER (WS-EVT-SUB)
009830                    DELIMITED BY SPACE
009840                " " WS-EVT-DSNAME (WS-EVT-SUB)
009850                    DELIMITED BY SIZE
009860             INTO EVL-SOURCE
009870     END-IF.
009880
009890 4000-PRINT-EVENT-LINE.
009900
009910     EVALUATE WS-EVT-KIND (WS-EVT-SUB)
009920         WHEN "J"
009930         WHEN "M"
009940         WHEN "A"
009950             PERFORM 4100-PRINT-UPDATE
009960                 THRU 4100-EXIT
009970         WHEN "F"
009980         WHEN "B"
009990         WHEN "X"
010000             PERFORM 4200-PRINT-EXCEPTION
010010                 THRU 4200-EXIT
010020         WHEN "S"
010030             STRING "MAIL SUPPRESSED - RETURN REASON "
010040                 WS-EVT-REASON (WS-EVT-SUB) (1:2)
010050                 DELIMITED BY SIZE INTO EVL-EVENT
010060             MOVE WS-EVENT-LINE TO RPT-RECORD
010070             WRITE RPT-RECORD
010080     END-EVALUATE.
010090
010100 4000-EXIT.
010110     EXIT.
010120
010130 4050-CHECK-EVENT.
010140
010150     IF WS-EVT-ACCOUNT-NO (WS-EVT-SUB) = WS-ACCT-NO (WS-ACCT-IDX)
010160      AND WS-EVT-PRINTED (WS-EVT-SUB) = "N"
010170      AND WS-EVT-KEY (WS-EVT-SUB) < WS-LOW-KEY
010180         MOVE WS-EVT-KEY (WS-EVT-SUB) TO WS-LOW-KEY
010190         MOVE WS-EVT-SUB TO WS-LOW-SUB
010200     END-IF.
010210
010220 4050-EXIT.
010230     EXIT.
010240
010250******************************************************************
010260*    4100-PRINT-UPDATE -- A MASTER UPDATE, THEN ONE LINE PER     *
010270*                         FIELD IT MOVED.  AN ADD SHOWS THE NEW  *
010280*                         VALUES, A CLOSURE THE OLD ONES.        *
010290******************************************************************
010300 4100-PRINT-UPDATE.
010310
010320     MOVE WS-EVT-BEFORE (WS-EVT-SUB) TO WS-OLD-IMAGE.
010330     MOVE WS-EVT-AFTER (WS-EVT-SUB)  TO WS-NEW-IMAGE.
010340
010350     EVALUATE WS-EVT-ACTION (WS-EVT-SUB)
010360         WHEN "A"
010370             MOVE "ACCOUNT ADDED TO MASTER" TO EVL-EVENT
010380         WHEN "C"
010390             MOVE "ACCOUNT CHANGED" TO EVL-EVENT
010400         WHEN "D"
010410             MOVE "ACCOUNT CLOSED - DELETED FROM MASTER"
010420                 TO EVL-EVENT
010430         WHEN OTHER
010440             STRING "UNKNOWN ACTION '"
010450                 WS-EVT-ACTION (WS-EVT-SUB) "'"
010460                 DELIMITED BY SIZE INTO EVL-EVENT
010470     END-EVALUATE.
010480
010490     IF WS-EVT-KIND (WS-EVT-SUB) = "A"
010500         MOVE "ACCOUNT CHANGED - NOT ON JOURNAL" TO EVL-EVENT
010510         IF WS-EVT-ACTION (WS-EVT-SUB) = "A"
010520             MOVE "ACCOUNT ADDED - NOT ON JOURNAL" TO EVL-EVENT
010530         END-IF
010540         IF WS-EVT-ACTION (WS-EVT-SUB) = "D"
010550             MOVE "ACCOUNT CLOSED - NOT ON JOURNAL" TO EVL-EVENT
010560         END-IF
010570     END-IF.
010580
010590     MOVE WS-EVENT-LINE TO RPT-RECORD.
010600     WRITE RPT-RECORD.
010610
010620     MOVE ZERO TO WS-FIELD-COUNT.
010630     MOVE SPACES TO WS-FIELD-LINE.
010640
010650     MOVE "NAME"    TO FDL-LABEL.
010660     MOVE WS-OLD-NAME TO FDL-OLD.
010670     MOVE WS-NEW-NAME TO FDL-NEW.
010680     PERFORM 4150-PRINT-FIELD
010690         THRU 4150-EXIT.
010700
010710     MOVE "STREET"  TO FDL-LABEL.
010720     MOVE WS-OLD-STREET TO FDL-OLD.
010730     MOVE WS-NEW-STREET TO FDL-NEW.
010740     PERFORM 4150-PRINT-FIELD
010750         THRU 4150-EXIT.
010760
010770     MOVE "CITY"    TO FDL-LABEL.
010780     MOVE WS-OLD-CITY TO FDL-OLD.
010790     MOVE WS-NEW-CITY TO FDL-NEW.
010800     PERFORM 4150-PRINT-FIELD
010810         THRU 4150-EXIT.
010820
010830     MOVE "STATE"   TO FDL-LABEL.
010840     MOVE WS-OLD-STATE TO FDL-OLD.
010850     MOVE WS-NEW-STATE TO FDL-NEW.
010860     PERFORM 4150-PRINT-FIELD
010870         THRU 4150-EXIT.
010880
010890     MOVE "CEP"     TO FDL-LABEL.
010900     MOVE WS-OLD-CEP TO FDL-OLD.
010910     MOVE WS-NEW-CEP TO FDL-NEW.
010920     PERFORM 4150-PRINT-FIELD
010930         THRU 4150-EXIT.
010940
010950     IF WS-FIELD-COUNT = ZERO
010960      AND WS-EVT-ACTION (WS-EVT-SUB) = "C"
010970         MOVE SPACES TO WS-FIELD-LINE
010980         MOVE "(REWRITTEN, NO FIELD CHANGED)" TO FDL-OLD
010990         MOVE WS-FIELD-LINE TO RPT-RECORD
011000         WRITE RPT-RECORD
011010     END-IF.
011020
011030 4100-EXIT.
011040     EXIT.
011050
011060*    ONLY A FIELD THAT DIFFERS BETWEEN THE IMAGES IS PRINTED --
011070*    ON AN ADD OR A CLOSURE ONE SIDE IS SPACES, SO EVERY FIELD
011080*    THAT WAS SUPPLIED SHOWS.
011090 4150-PRINT-FIELD.
011100
011110     IF FDL-OLD = FDL-NEW
011120         GO TO 4150-EXIT
011130     END-IF.
011140
011150     ADD 1 TO WS-FIELD-COUNT.
011160     MOVE " -> " TO FDL-ARROW.
011170     MOVE WS-FIELD-LINE TO RPT-RECORD.
011180     WRITE RPT-RECORD.
011190
011200 4150-EXIT.
011210     EXIT.
011220
011230******************************************************************
011240*    4200-PRINT-EXCEPTION -- A REJECT OR THE CLOSE OF ITS        *
011250*                            EXCEPTION, WITH THE REASON HISTORY  *
011260*                            UNDER THE LATEST REJECT             *
011270******************************************************************
011280 4200-PRINT-EXCEPTION.
011290
011300     EVALUATE WS-EVT-KIND (WS-EVT-SUB)
011310         WHEN "F"
011320             STRING "REJECTED (FIRST) - "
011330                 WS-EVT-REASON (WS-EVT-SUB)
011340                 DELIMITED BY SIZE INTO EVL-EVENT
011350         WHEN "B"
011360             MOVE WS-EVT-BOUNCES (WS-EVT-SUB) TO WS-BOUNCE-ED
011370             STRING "REJECTED (BOUNCE " WS-BOUNCE-ED ") - "
011380                 WS-EVT-REASON (WS-EVT-SUB)
011390                 DELIMITED BY SIZE INTO EVL-EVENT
011400         WHEN "X"
011410             MOVE "EXCEPTION CLOSED - RECORD PASSED THE EDITS"
011420                 TO EVL-EVENT
011430     END-EVALUATE.
011440
011450     MOVE WS-EVENT-LINE TO RPT-RECORD.
011460     WRITE RPT-RECORD.
011470
011480     IF WS-EVT-KIND (WS-EVT-SUB) = "B"
011490         PERFORM 4250-PRINT-PRIOR-REASON
011500             THRU 4250-EXIT
011510             VARYING WS-REASON-SUB FROM 1 BY 1
011520             UNTIL WS-REASON-SUB > 3
011530     END-IF.
011540
011550 4200-EXIT.
011560     EXIT.
011570
011580 4250-PRINT-PRIOR-REASON.
011590
011600     IF WS-EVT-PRIOR-REASON (WS-EVT-SUB, WS-REASON-SUB) = SPACES
011610         GO TO 4250-EXIT
011620     END-IF.
011630
011640     MOVE SPACES TO WS-FIELD-LINE.
011650     MOVE "EARLIER" TO FDL-LABEL.
011660     MOVE WS-EVT-PRIOR-REASON (WS-EVT-SUB, WS-REASON-SUB)
011670         TO FDL-OLD.
011680     MOVE WS-FIELD-LINE TO RPT-RECORD.
011690     WRITE RPT-RECORD.
011700
011710 4250-EXIT.
011720     EXIT.
011730
011740******************************************************************
011750*    9000-TERMINATE -- SUMMARY, CONDITION CODE, CLOSE            *
011760******************************************************************
011770 9000-TERMINATE.
011780
011790     PERFORM 9100-WRITE-REPORT
011800         THRU 9100-EXIT.
011810
011820     CLOSE MASTFILE RPTFILE.
011830     IF WS-EXCPTRK-PRESENT
011840         CLOSE EXCPTRK
011850     END-IF.
011860
011870     IF WS-LIST-BAD-COUNT > ZERO
011880      OR WS-NO-HISTORY-COUNT > ZERO
011890      OR WS-DROPPED-EVENT-COUNT > ZERO
011900         MOVE 4 TO RETURN-CODE
011910     ELSE
011920         MOVE 0 TO RETURN-CODE
011930     END-IF.
011940
011950 9000-EXIT.
011960     EXIT.
011970
011980******************************************************************
011990*    9100-WRITE-REPORT -- INQUIRY SUMMARY                        *
012000******************************************************************
012010 9100-WRITE-REPORT.
012020
012030     MOVE SPACES TO RPT-RECORD.
012040     WRITE RPT-RECORD.
012050     MOVE ALL "-" TO RPT-RECORD.
012060     WRITE RPT-RECORD.
012070
012080     MOVE WS-ACCT-COUNT TO WS-COUNT-ED.
012090     MOVE SPACES TO RPT-RECORD.
012100     STRING "ACCOUNTS INQUIRED ....... " WS-COUNT-ED
012110         DELIMITED BY SIZE INTO RPT-RECORD.
012120     WRITE RPT-RECORD.
012130
012140     MOVE WS-LIST-BAD-COUNT TO WS-COUNT-ED.
012150     MOVE SPACES TO RPT-RECORD.
012160     STRING "BAD LIST ENTRIES ........ " WS-COUNT-ED
012170         DELIMITED BY SIZE INTO RPT-RECORD.
012180     WRITE RPT-RECORD.
012190
012200     MOVE WS-LIST-DUP-COUNT TO WS-COUNT-ED.
012210     MOVE SPACES TO RPT-RECORD.
012220     STRING "REPEATED LIST ENTRIES ... " WS-COUNT-ED
012230         DELIMITED BY SIZE INTO RPT-RECORD.
012240     WRITE RPT-RECORD.
012250
012260     MOVE WS-NO-HISTORY-COUNT TO WS-COUNT-ED.
012270     MOVE SPACES TO RPT-RECORD.
012280     STRING "ACCOUNTS WITH NO HISTORY  " WS-COUNT-ED
012290         DELIMITED BY SIZE INTO RPT-RECORD.
012300     WRITE RPT-RECORD.
012310
012320     MOVE WS-JOURNAL-READ-COUNT TO WS-COUNT-ED.
012330     MOVE SPACES TO RPT-RECORD.
012340     STRING "JOURNAL RECORDS READ .... " WS-COUNT-ED
012350         DELIMITED BY SIZE INTO RPT-RECORD.
012360     WRITE RPT-RECORD.
012370
012380     IF WS-AUDIT-PRESENT
012390         MOVE WS-AUDIT-READ-COUNT TO WS-COUNT-ED
012400         MOVE SPACES TO RPT-RECORD
012410         STRING "MNTAUDIT LINES READ ..... " WS-COUNT-ED
012420             DELIMITED BY SIZE INTO RPT-RECORD
012430         WRITE RPT-RECORD
012440     ELSE
012450         MOVE "MNTAUDIT NOT AVAILABLE -- CNVMAINT USERS NOT SHOWN"
012460             TO RPT-RECORD
012470         WRITE RPT-RECORD
012480     END-IF.
012490
012500     IF NOT WS-EXCPTRK-PRESENT
012510         MOVE "EXCPTRK NOT AVAILABLE -- REJECT HISTORY NOT SHOWN"
012520             TO RPT-RECORD
012530         WRITE RPT-RECORD
012540     END-IF.
012550
012560     IF WS-DROPPED-EVENT-COUNT > ZERO
012570         MOVE WS-DROPPED-EVENT-COUNT TO WS-COUNT-ED
012580         MOVE SPACES TO RPT-RECORD
012590         STRING "*** EVENT TABLE FULL - " WS-COUNT-ED
012600             " ENTRIES NOT SHOWN - SHORTEN THE ACCOUNT LIST ***"
012610             DELIMITED BY SIZE INTO RPT-RECORD
012620         WRITE RPT-RECORD
012630     END-IF.
012640
012650 9100-EXIT.
012660     EXIT.
