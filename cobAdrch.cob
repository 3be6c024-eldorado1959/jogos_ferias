000010******************************************************************
000020*  PROGRAM:   CNVADRCH
000030*  FILE:      cobAdrch.cob
000040*
000050*  AUTHOR:    J. L. MOREIRA -- DATA CONVERSION GROUP
000060*  INSTALLATION: JOGOS DE FERIAS BATCH SERVICES
000070*  DATE-WRITTEN: 2026-10-15
000080*  DATE-COMPILED:
000090*
000100*  PURPOSE.
000110*      NIGHTLY OUTBOUND ADDRESS-CHANGE FEED FOR BILLING AND THE
000120*      CRM SYSTEM.  THE PROGRAM READS THE MASTER UPDATE JOURNAL
000130*      (JRNLFILE DD, LAYOUT JRNLREC), PICKS OUT THE NIGHT'S
000140*      ENTRIES AND WRITES ONE RECORD PER ACCOUNT WHOSE NAME OR
000150*      ADDRESS THE NIGHT MOVED (CHGFEED DD, LAYOUT ADRCHREC),
000160*      BETWEEN A HDR AND A TRL CONTROL RECORD.
000170*
000180*      THE NIGHT'S ENTRIES ARE EVERY JOURNAL LINE APPENDED SINCE
000190*      THE LAST FEED SENT, WHATEVER PROGRAM WROTE IT AND WHATEVER
000200*      DATE IT CARRIES -- CONVERT6, CNVMAINT, CNVMAPRV AND
000210*      CNVJREST ALIKE.  THE JOURNAL IS ONLY EVER APPENDED TO, SO
000220*      THE FEED CONTROL RECORD (ADRCTL DD, LAYOUT ADRCTREC) KEEPS
000230*      A HIGH-WATER MARK -- THE NUMBER OF JOURNAL LINES ALREADY
000240*      SENT -- AND THE FEED TAKES THE LINES AFTER IT, UP TO THE
000250*      END OF THE JOURNAL AS THE FIRST PASS FOUND IT.  THE MARK
000260*      IS ADVANCED ONLY AFTER THE FEED HAS BEEN CLOSED AND
000270*      RECOUNTED IN BALANCE, SO EVERY ENTRY GOES OUT ONCE; A LINE
000280*      JOURNALED WHILE THE FEED IS BEING BUILT GOES OUT WITH THE
000290*      NEXT ONE.  A RUN FOR THE SAME FEED DATE AND SEQUENCE AS
000300*      THE LAST FEED SENT (A RESTART OF THE NIGHT) BUILDS THAT
000310*      FEED AGAIN FROM WHERE IT STARTED, TAKING IN ANYTHING
000320*      JOURNALED SINCE.  THE MARK ALSO KEEPS THE DATE, TIME AND
000330*      ACCOUNT OF THE LINE IT STANDS ON; A JOURNAL WHOSE LINE
000340*      THERE DIFFERS IS NOT THE ONE THE MARK WAS TAKEN ON AND THE
000350*      RUN STOPS (RC=16).
000360*
000370*      AN ACCOUNT UPDATED MORE THAN ONCE IN THE NIGHT IS NETTED
000380*      TO ONE RECORD -- THE IMAGE BEFORE THE FIRST UPDATE AGAINST
000390*      THE IMAGE AFTER THE LAST.  NO IMAGE BEFORE IS AN ADD, NO
000400*      IMAGE AFTER IS A CLOSURE; AN ACCOUNT ADDED AND CLOSED THE
000410*      SAME NIGHT, OR REWRITTEN WITH ITS NAME, STREET, CITY,
000420*      STATE AND CEP AS THEY WERE, IS NOT SENT.  THE JOURNAL IS
000430*      IN TIME ORDER, NOT ACCOUNT ORDER, SO THE FIRST PASS
000440*      REGISTERS EACH ACCOUNT'S FIRST AND LAST ENTRY FOR THE
000450*      NIGHT AND THE SECOND PASS WRITES THE ACCOUNT AT ITS LAST
000460*      ENTRY.  THE FEED IS IN ORDER OF EACH ACCOUNT'S LAST UPDATE.
000470*
000480*      ONCE THE TRAILER IS WRITTEN THE FEED IS READ BACK AND
000490*      RECOUNTED THE WAY CNVRECON RECOUNTS A CONVERTED FEED --
000500*      THE DETAIL COUNT AND ACCOUNT HASH MUST MATCH THE TRAILER,
000510*      AND THE NIGHT'S JOURNAL ENTRIES MUST EQUAL DETAILS +
000520*      SUPERSEDED + NO NET CHANGE ON BOTH PASSES.  THE VERDICT
000530*      GOES TO THE NIGHT-CONTROL DATASET (NIGHTCTL DD, LAYOUT
000540*      STATREC) AS A CNVADRCH LINE UNDER THE FEED NAME 'ADDRESS
000550*      CHANGE FEED' -- READ = JOURNAL ENTRIES, WRITTEN = DETAIL
000560*      RECORDS, REJECTED = ENTRIES NETTED OUT -- SO CNVSGNOF
000570*      HOLDS DOWNSTREAM ON AN OUT-OF-BALANCE FEED.  RC=0 IN
000580*      BALANCE, RC=8 OUT OF BALANCE.
000590*
000600*      THE PARM IS POSITIONAL --
000610*          POSITION  1     MODE --
000620*                            N (OR BLANK)  THE NEXT FEED -- THE
000630*                                LINES AFTER THE MARK, THEN
000640*                                ADVANCE THE MARK
000650*                            R  RE-SEND THE LAST FEED -- THE SAME
000660*                                LINES IT TOOK; THE MARK IS NOT
000670*                                MOVED
000680*                            E  ESTABLISH THE MARK AT THE END OF
000690*                                THE JOURNAL, SENDING NOTHING
000700*          POSITIONS 2-9   FEED DATE FOR THE HDR RECORD, CCYYMMDD
000710*                          (DEFAULT: MODES N AND E -- THE NIGHT'S
000720*                          RUN DATE FROM THE CNVNGHT RUN-CONTROL
000730*                          DATASET, RUNCTL DD, WHEN THERE IS ONE,
000740*                          ELSE TODAY; MODE R -- THE LAST FEED'S)
000750*          POSITIONS 10-13 FILE SEQUENCE FOR THE HDR RECORD
000760*                          (DEFAULT: MODES N AND E -- 0001; MODE
000770*                          R -- ONE MORE THAN THE LAST FEED'S)
000780*      A MISSING OR EMPTY ADRCTL STOPS MODES N AND R (RC=16) --
000790*      RUN MODE E ONCE TO START THE MARK.
000800*
000810*  MODIFICATION HISTORY.
000820*  ---------------------------------------------------------------
000830*  DATE       INIT  DESCRIPTION
000840*  2026-10-15  JLM  ORIGINAL PROGRAM -- BILLING AND CRM GET THE
000850*                   NIGHT'S MOVES INSTEAD OF A FULL EXTRACT.
000860******************************************************************
000870 IDENTIFICATION DIVISION.
000880 PROGRAM-ID.  CNVADRCH.
000890 AUTHOR.      J. L. MOREIRA.
000900 INSTALLATION. JOGOS DE FERIAS BATCH SERVICES.
000910 DATE-WRITTEN. 2026-10-15.
000920 DATE-COMPILED.
000930
000940 ENVIRONMENT DIVISION.
000950
000960 CONFIGURATION SECTION.
000970 SOURCE-COMPUTER.  GENERIC-PC.
000980 OBJECT-COMPUTER.  GENERIC-PC.
000990
001000 INPUT-OUTPUT SECTION.
001010 FILE-CONTROL.
001020     SELECT JRNLFILE
001030         ASSIGN TO "JRNLFILE"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-JRNLFILE-STATUS.
001060
001070     SELECT CHGFILE
001080         ASSIGN TO "CHGFEED"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-CHGFILE-STATUS.
001110
001120     SELECT CTLFILE
001130         ASSIGN TO "ADRCTL"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-CTLFILE-STATUS.
001160
001170     SELECT RUNFILE
001180         ASSIGN TO "RUNCTL"
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-RUNFILE-STATUS.
001210
001220     SELECT STATFILE
001230         ASSIGN TO "NIGHTCTL"
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS WS-STATFILE-STATUS.
001260
001270     SELECT RPTFILE
001280         ASSIGN TO "RPTFILE"
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-RPTFILE-STATUS.
001310
001320 DATA DIVISION.
001330 FILE SECTION.
001340
001350 FD  JRNLFILE
001360     LABEL RECORDS ARE STANDARD.
001370     COPY JRNLREC.
001380
001390 FD  CHGFILE
001400     LABEL RECORDS ARE STANDARD.
001410     COPY ADRCHREC.
001420
001430 FD  CTLFILE
001440     LABEL RECORDS ARE STANDARD.
001450     COPY ADRCTREC.
001460
001470 FD  RUNFILE
001480     LABEL RECORDS ARE STANDARD.
001490     COPY RUNCREC.
001500
001510 FD  STATFILE
001520     LABEL RECORDS ARE STANDARD.
001530     COPY STATREC.
001540
001550 FD  RPTFILE
001560     LABEL RECORDS ARE STANDARD.
001570 01  RPT-RECORD                  PIC X(80).
001580
001590 WORKING-STORAGE SECTION.
001600
001610*---------------------------------------------------------------*
001620*    RUN-TIME PARAMETER -- MODE, FEED DATE AND FILE SEQUENCE    *
001630*---------------------------------------------------------------*
001640 01  WS-COMMAND-LINE              PIC X(13) VALUE SPACES.
001650 01  WS-COMMAND-LINE-X REDEFINES WS-COMMAND-LINE.
001660     05  CL-MODE                  PIC X(01).
001670         88  CL-MODE-NEXT                VALUE "N" " ".
001680         88  CL-MODE-RESEND              VALUE "R".
001690         88  CL-MODE-ESTABLISH           VALUE "E".
001700     05  CL-FEED-DATE             PIC X(08).
001710     05  CL-FEED-SEQ              PIC X(04).
001720
001730*---------------------------------------------------------------*
001740*    ACCOUNT REGISTRY -- ONE SLOT PER ACCOUNT THE NIGHT TOUCHED,*
001750*    HASHED ON THE ACCOUNT NUMBER (KEY MOD A PRIME TABLE SIZE,  *
001760*    LINEAR PROBING, STOP AT 90 PERCENT LOAD).  THE FIRST AND   *
001770*    LAST FIELDS ARE THE ORDINALS, AMONG THE NIGHT'S ENTRIES,   *
001780*    OF THE ACCOUNT'S FIRST AND LAST JOURNAL ENTRY.  AN ACCOUNT *
001790*    WITH MORE THAN ONE ENTRY ALSO HOLDS A SLOT IN THE BEFORE-  *
001800*    IMAGE TABLE BELOW.                                         *
001810*---------------------------------------------------------------*
001820 01  WS-ACCOUNT-REGISTRY.
001830     05  WS-ACR-ENTRY-COUNT        PIC 9(08) COMP VALUE ZERO.
001840     05  WS-ACR-ENTRY OCCURS 1000003 TIMES.
001850         10  WS-ACR-USED           PIC X(01).
001860         10  WS-ACR-ACCOUNT-NO     PIC 9(08) COMP.
001870         10  WS-ACR-FIRST          PIC 9(09) COMP.
001880         10  WS-ACR-LAST           PIC 9(09) COMP.
001890         10  WS-ACR-HELD           PIC 9(08) COMP.
001900
001910 77  WS-ACR-TABLE-SIZE             PIC 9(08) COMP VALUE 1000003.
001920 77  WS-ACR-MAX-LOAD               PIC 9(08) COMP VALUE 900000.
001930 77  WS-ACR-SLOT                   PIC 9(08) COMP VALUE ZERO.
001940 77  WS-ACR-PROBE-COUNT            PIC 9(08) COMP VALUE ZERO.
001950 77  WS-ACR-HASH-QUOT              PIC 9(10) COMP VALUE ZERO.
001960
001970*---------------------------------------------------------------*
001980*    HIGH-WATER MARKS -- THE FEED TAKES THE JOURNAL LINES AFTER *
001990*    THE LOW MARK UP TO AND INCLUDING THE HIGH MARK, COUNTING   *
002000*    LINES FROM THE TOP OF THE JOURNAL.  THE HIGH MARK STAYS    *
002010*    OPEN THROUGH THE FIRST PASS OF A NEW FEED AND IS THEN SET  *
002020*    TO THE LINES THAT PASS READ.  AN ESTABLISHING RUN HOLDS    *
002030*    THE LOW MARK OPEN, SO IT TAKES NOTHING.  THE CHECK COUNT   *
002040*    IS THE LINE THE STORED MARK KEY MUST BE FOUND ON (ZERO,    *
002050*    NO CHECK).                                                 *
002060*---------------------------------------------------------------*
002070 77  WS-JRN-LOW-MARK               PIC 9(09) COMP VALUE ZERO.
002080 77  WS-JRN-HIGH-MARK              PIC 9(09) COMP
002090                                   VALUE 999999999.
002100 77  WS-MARK-OPEN                  PIC 9(09) COMP
002110                                   VALUE 999999999.
002120 77  WS-MARK-CHECK-COUNT           PIC 9(09) COMP VALUE ZERO.
002130 01  WS-NEW-MARK-KEY               PIC X(24) VALUE SPACES.
002140 01  WS-FEED-DATE-SOURCE           PIC X(20) VALUE SPACES.
002150
002160*---------------------------------------------------------------*
002170*    BEFORE-IMAGE TABLE -- THE FIRST ENTRY'S BEFORE-IMAGE OF AN *
002180*    ACCOUNT UPDATED MORE THAN ONCE, HELD FROM ITS FIRST ENTRY  *
002190*    TO ITS LAST ON THE SECOND PASS                             *
002200*---------------------------------------------------------------*
002210 01  WS-HELD-TABLE.
002220     05  WS-HELD-COUNT             PIC 9(08) COMP VALUE ZERO.
002230     05  WS-HELD-IMAGE OCCURS 100000 TIMES
002240                                   PIC X(100).
002250
002260 77  WS-HELD-MAX                   PIC 9(08) COMP VALUE 100000.
002270
002280*---------------------------------------------------------------*
002290*    FILE STATUS FIELDS                                         *
002300*---------------------------------------------------------------*
002310 77  WS-JRNLFILE-STATUS            PIC X(02) VALUE "00".
002320 77  WS-CHGFILE-STATUS             PIC X(02) VALUE "00".
002330 77  WS-CTLFILE-STATUS             PIC X(02) VALUE "00".
002340 77  WS-RUNFILE-STATUS             PIC X(02) VALUE "00".
002350 77  WS-STATFILE-STATUS            PIC X(02) VALUE "00".
002360 77  WS-RPTFILE-STATUS             PIC X(02) VALUE "00".
002370
002380*---------------------------------------------------------------*
002390*    SWITCHES                                                   *
002400*---------------------------------------------------------------*
002410 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
002420     88  WS-END-OF-FILE                   VALUE "Y".
002430 77  WS-SELECTED-SWITCH            PIC X(01) VALUE "N".
002440     88  WS-ENTRY-SELECTED                VALUE "Y".
002450 77  WS-ACCOUNT-FOUND-SWITCH       PIC X(01) VALUE "N".
002460     88  WS-ACCOUNT-FOUND                 VALUE "Y".
002470 77  WS-PROBE-DONE-SWITCH          PIC X(01) VALUE "N".
002480     88  WS-PROBE-DONE                    VALUE "Y".
002490 77  WS-HEADER-SEEN-SWITCH         PIC X(01) VALUE "N".
002500     88  WS-HEADER-SEEN                   VALUE "Y".
002510 77  WS-TRAILER-SEEN-SWITCH        PIC X(01) VALUE "N".
002520     88  WS-TRAILER-SEEN                  VALUE "Y".
002530 77  WS-BALANCE-SWITCH             PIC X(01) VALUE "Y".
002540     88  WS-FEED-IN-BALANCE               VALUE "Y".
002550 77  WS-CONTROL-SWITCH             PIC X(01) VALUE "N".
002560     88  WS-CONTROL-PRESENT               VALUE "Y".
002570 77  WS-MARK-MATCHED-SWITCH        PIC X(01) VALUE "N".
002580     88  WS-MARK-MATCHED                  VALUE "Y".
002590 77  WS-REBUILD-SWITCH             PIC X(01) VALUE "N".
002600     88  WS-FEED-REBUILT                  VALUE "Y".
002610 77  WS-ADVANCED-SWITCH            PIC X(01) VALUE "N".
002620     88  WS-MARK-ADVANCED                 VALUE "Y".
002630
002640*---------------------------------------------------------------*
002650*    COUNTERS AND WORK FIELDS                                   *
002660*---------------------------------------------------------------*
002670 77  WS-JRN-READ-COUNT             PIC 9(09) COMP VALUE ZERO.
002680 77  WS-JRN-UNUSABLE-COUNT         PIC 9(09) COMP VALUE ZERO.
002690 77  WS-JRN-NIGHT-COUNT            PIC 9(09) COMP VALUE ZERO.
002700 77  WS-PASS2-NIGHT-COUNT          PIC 9(09) COMP VALUE ZERO.
002710 77  WS-SUPERSEDED-COUNT           PIC 9(09) COMP VALUE ZERO.
002720 77  WS-UNCHANGED-COUNT            PIC 9(09) COMP VALUE ZERO.
002730 77  WS-ADD-COUNT                  PIC 9(09) COMP VALUE ZERO.
002740 77  WS-CHANGE-COUNT               PIC 9(09) COMP VALUE ZERO.
002750 77  WS-CLOSE-COUNT                PIC 9(09) COMP VALUE ZERO.
002760 77  WS-DETAIL-COUNT               PIC 9(09) COMP VALUE ZERO.
002770 77  WS-DETAIL-HASH                PIC 9(15) COMP VALUE ZERO.
002780 77  WS-NETTED-COUNT               PIC 9(09) COMP VALUE ZERO.
002790 77  WS-RECOUNT-DETAILS            PIC 9(09) COMP VALUE ZERO.
002800 77  WS-RECOUNT-HASH               PIC 9(15) COMP VALUE ZERO.
002810 77  WS-RECOUNT-LINES              PIC 9(09) COMP VALUE ZERO.
002820 77  WS-TRL-CHECK-SUM              PIC 9(10) COMP VALUE ZERO.
002830 77  WS-TRL-TYPE-SUM               PIC 9(10) COMP VALUE ZERO.
002840 77  WS-TRL-REC-COUNT              PIC 9(09) COMP VALUE ZERO.
002850 77  WS-TRL-JRN-COUNT              PIC 9(09) COMP VALUE ZERO.
002860 77  WS-TRL-HASH                   PIC 9(15) COMP VALUE ZERO.
002870 77  WS-FIND-ACCOUNT-NO            PIC 9(08) VALUE ZERO.
002880 01  WS-FEED-DATE                  PIC 9(08) VALUE ZERO.
002890 01  WS-FEED-SEQ                   PIC 9(04) VALUE ZERO.
002900 01  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
002910 01  WS-CURRENT-TIME               PIC 9(08) VALUE ZERO.
002920 01  WS-BALANCE-REASON             PIC X(40) VALUE SPACES.
002930
002940*---------------------------------------------------------------*
002950*    BEFORE AND AFTER IMAGES OF THE ACCOUNT BEING NETTED        *
002960*---------------------------------------------------------------*
002970 COPY CUSTREC
002980     REPLACING ==CR-CUSTOMER-RECORD== BY ==WS-OLD-IMAGE==
002990               ==CR-ACCOUNT-NO==      BY ==WS-OLD-ACCOUNT-NO==
003000               ==CR-NAME==            BY ==WS-OLD-NAME==
003010               ==CR-STREET==          BY ==WS-OLD-STREET==
003020               ==CR-CITY==            BY ==WS-OLD-CITY==
003030               ==CR-STATE==           BY ==WS-OLD-STATE==
003040               ==CR-REC-TYPE==        BY ==WS-OLD-REC-TYPE==
003050               ==CR-TYPE-MAINTAIN==   BY ==WS-OLD-TYPE-MAINTAIN==
003060               ==CR-TYPE-DELETE==     BY ==WS-OLD-TYPE-DELETE==
003070               ==CR-CEP==             BY ==WS-OLD-CEP==.
003080
003090 COPY CUSTREC
003100     REPLACING ==CR-CUSTOMER-RECORD== BY ==WS-NEW-IMAGE==
003110               ==CR-ACCOUNT-NO==      BY ==WS-NEW-ACCOUNT-NO==
003120               ==CR-NAME==            BY ==WS-NEW-NAME==
003130               ==CR-STREET==          BY ==WS-NEW-STREET==
003140               ==CR-CITY==            BY ==WS-NEW-CITY==
003150               ==CR-STATE==           BY ==WS-NEW-STATE==
003160               ==CR-REC-TYPE==        BY ==WS-NEW-REC-TYPE==
003170               ==CR-TYPE-MAINTAIN==   BY ==WS-NEW-TYPE-MAINTAIN==
003180               ==CR-TYPE-DELETE==     BY ==WS-NEW-TYPE-DELETE==
003190               ==CR-CEP==             BY ==WS-NEW-CEP==.
003200
003210*---------------------------------------------------------------*
003220*    REPORT WORK AREAS                                          *
003230*---------------------------------------------------------------*
003240 01  WS-COUNT-ED                   PIC Z,ZZZ,ZZZ,ZZ9.
003250 01  WS-HASH-ED                    PIC Z(14)9.
003260
003270 PROCEDURE DIVISION.
003280
003290******************************************************************
003300*    0000-MAINLINE                                               *
003310******************************************************************
003320 0000-MAINLINE.
003330
003340     PERFORM 1000-INITIALIZE
003350         THRU 1000-EXIT.
003360
003370     PERFORM 2000-REGISTER-ENTRIES
003380         THRU 2000-EXIT
003390         UNTIL WS-END-OF-FILE.
003400
003410     CLOSE JRNLFILE.
003420
003430     PERFORM 3000-OPEN-SECOND-PASS
003440         THRU 3000-EXIT.
003450
003460     PERFORM 3100-NET-ENTRIES
003470         THRU 3100-EXIT
003480         UNTIL WS-END-OF-FILE.
003490
003500     CLOSE JRNLFILE.
003510
003520     PERFORM 9000-TERMINATE
003530         THRU 9000-EXIT.
003540
003550     STOP RUN.
003560
003570******************************************************************
003580*    1000-INITIALIZE -- PARSE PARM, READ THE FEED CONTROL,       *
003590*                       CLEAR THE REGISTRY, OPEN FILES, WRITE    *
003600*                       THE HEADER                               *
003610******************************************************************
003620 1000-INITIALIZE.
003630
003640     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
003650     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003660     ACCEPT WS-CURRENT-TIME FROM TIME.
003670
003680     IF NOT CL-MODE-NEXT
003690      AND NOT CL-MODE-RESEND
003700      AND NOT CL-MODE-ESTABLISH
003710         DISPLAY
003720             "CNVADRCH - MODE MUST BE N, R OR E - PARM: "
003730             CL-MODE
003740         MOVE 16 TO RETURN-CODE
003750         STOP RUN
003760     END-IF.
003770
003780     IF CL-FEED-DATE NOT = SPACES
003790      AND CL-FEED-DATE NOT NUMERIC
003800         DISPLAY
003810             "CNVADRCH - FEED DATE NOT NUMERIC - PARM: "
003820             CL-FEED-DATE
003830         MOVE 16 TO RETURN-CODE
003840         STOP RUN
003850     END-IF.
003860
003870     IF CL-FEED-SEQ NOT = SPACES
003880      AND CL-FEED-SEQ NOT NUMERIC
003890         DISPLAY
003900             "CNVADRCH - FILE SEQUENCE NOT NUMERIC - PARM: "
003910             CL-FEED-SEQ
003920         MOVE 16 TO RETURN-CODE
003930         STOP RUN
003940     END-IF.
003950
003960     PERFORM 1100-READ-CONTROL
003970         THRU 1100-EXIT.
003980
003990     IF NOT WS-CONTROL-PRESENT
004000      AND NOT CL-MODE-ESTABLISH
004010         DISPLAY
004020             "CNVADRCH - ADRCTL MISSING OR EMPTY - RUN MODE E "
004030             "TO ESTABLISH THE MARK"
004040         MOVE 16 TO RETURN-CODE
004050         STOP RUN
004060     END-IF.
004070
004080     PERFORM 1200-SET-FEED-IDENTITY
004090         THRU 1200-EXIT.
004100
004110     PERFORM 1300-SET-FEED-RANGE
004120         THRU 1300-EXIT.
004130
004140     PERFORM 1400-CLEAR-ONE-SLOT
004150         THRU 1400-EXIT
004160         VARYING WS-ACR-SLOT FROM 1 BY 1
004170         UNTIL WS-ACR-SLOT > WS-ACR-TABLE-SIZE.
004180
004190     OPEN INPUT JRNLFILE.
004200     IF WS-JRNLFILE-STATUS NOT = "00"
004210         DISPLAY
004220             "CNVADRCH - UNABLE TO OPEN JRNLFILE - STATUS "
004230             WS-JRNLFILE-STATUS
004240         MOVE 16 TO RETURN-CODE
004250         STOP RUN
004260     END-IF.
004270
004280     OPEN OUTPUT CHGFILE.
004290     IF WS-CHGFILE-STATUS NOT = "00"
004300         DISPLAY
004310             "CNVADRCH - UNABLE TO OPEN CHGFEED - STATUS "
004320             WS-CHGFILE-STATUS
004330         MOVE 16 TO RETURN-CODE
004340         STOP RUN
004350     END-IF.
004360
004370     OPEN OUTPUT RPTFILE.
004380     IF WS-RPTFILE-STATUS NOT = "00"
004390         DISPLAY
004400             "CNVADRCH - UNABLE TO OPEN RPTFILE - STATUS "
004410             WS-RPTFILE-STATUS
004420         MOVE 16 TO RETURN-CODE
004430         STOP RUN
004440     END-IF.
004450
004460     MOVE SPACES                TO ACH-CONTROL-RECORD.
004470     MOVE "HDR"                 TO ACH-CTL-TYPE.
004480     MOVE WS-FEED-DATE          TO ACH-HDR-FILE-DATE.
004490     MOVE WS-FEED-SEQ           TO ACH-HDR-FILE-SEQ.
004500     MOVE "ADDRESS CHANGES"     TO ACH-HDR-FEED-NAME.
004510     MOVE WS-CURRENT-DATE       TO ACH-HDR-CREATE-DATE.
004520     MOVE WS-CURRENT-TIME (1:6) TO ACH-HDR-CREATE-TIME.
004530     PERFORM 8000-WRITE-FEED
004540         THRU 8000-EXIT.
004550
004560 1000-EXIT.
004570     EXIT.
004580
004590******************************************************************
004600*    1100-READ-CONTROL -- LOAD THE FEED CONTROL RECORD.  A       *
004610*                         MISSING OR EMPTY ADRCTL LEAVES         *
004620*                         WS-CONTROL-PRESENT OFF.                *
004630******************************************************************
004640 1100-READ-CONTROL.
004650
004660     MOVE SPACES TO ACT-RECORD.
004670     MOVE ZERO   TO ACT-LAST-COUNT ACT-PREV-COUNT
004680                    ACT-FEED-DATE ACT-FEED-SEQ
004690                    ACT-SENT-DATE ACT-SENT-TIME.
004700
004710     OPEN INPUT CTLFILE.
004720     IF WS-CTLFILE-STATUS = "35"
004730         GO TO 1100-EXIT
004740     END-IF.
004750     IF WS-CTLFILE-STATUS NOT = "00"
004760         DISPLAY
004770             "CNVADRCH - UNABLE TO OPEN ADRCTL - STATUS "
004780             WS-CTLFILE-STATUS
004790         MOVE 16 TO RETURN-CODE
004800         STOP RUN
004810     END-IF.
004820
004830     READ CTLFILE
004840         AT END
004850             GO TO 1100-CLOSE
004860     END-READ.
004870
004880     IF ACT-LAST-COUNT NOT NUMERIC
004890      OR ACT-PREV-COUNT NOT NUMERIC
004900      OR ACT-FEED-DATE NOT NUMERIC
004910      OR ACT-FEED-SEQ NOT NUMERIC
004920         CLOSE CTLFILE
004930         DISPLAY
004940             "CNVADRCH - ADRCTL RECORD IS DAMAGED - MARK NOT "
004950             "NUMERIC"
004960         MOVE 16 TO RETURN-CODE
004970         STOP RUN
004980     END-IF.
004990
005000     MOVE "Y" TO WS-CONTROL-SWITCH.
005010
005020 1100-CLOSE.
005030     CLOSE CTLFILE.
005040
005050 1100-EXIT.
005060     EXIT.
005070
005080******************************************************************
005090*    1200-SET-FEED-IDENTITY -- THE HDR DATE AND SEQUENCE.  THE   *
005100*                              PARM WINS; A RE-SEND OTHERWISE    *
005110*                              REPEATS THE LAST FEED'S DATE      *
005120*                              UNDER THE NEXT SEQUENCE, AND ANY  *
005130*                              OTHER RUN TAKES THE NIGHT'S RUN   *
005140*                              DATE FROM RUNCTL -- WHICH A       *
005150*                              RESTART AFTER MIDNIGHT KEEPS --   *
005160*                              OR, WITHOUT ONE, TODAY.           *
005170******************************************************************
005180 1200-SET-FEED-IDENTITY.
005190
005200     IF CL-FEED-SEQ NOT = SPACES
005210         MOVE CL-FEED-SEQ TO WS-FEED-SEQ
005220     ELSE
005230         IF CL-MODE-RESEND
005240             COMPUTE WS-FEED-SEQ = ACT-FEED-SEQ + 1
005250         ELSE
005260             MOVE 1 TO WS-FEED-SEQ
005270         END-IF
005280     END-IF.
005290
005300     IF CL-FEED-DATE NOT = SPACES
005310         MOVE CL-FEED-DATE TO WS-FEED-DATE
005320         MOVE "PARM"       TO WS-FEED-DATE-SOURCE
005330         GO TO 1200-EXIT
005340     END-IF.
005350
005360     IF CL-MODE-RESEND
005370         MOVE ACT-FEED-DATE TO WS-FEED-DATE
005380         MOVE "LAST FEED"   TO WS-FEED-DATE-SOURCE
005390         GO TO 1200-EXIT
005400     END-IF.
005410
005420     MOVE WS-CURRENT-DATE TO WS-FEED-DATE.
005430     MOVE "TODAY"         TO WS-FEED-DATE-SOURCE.
005440
005450     OPEN INPUT RUNFILE.
005460     IF WS-RUNFILE-STATUS = "35"
005470         GO TO 1200-EXIT
005480     END-IF.
005490     IF WS-RUNFILE-STATUS NOT = "00"
005500         DISPLAY
005510             "CNVADRCH - UNABLE TO OPEN RUNCTL - STATUS "
005520             WS-RUNFILE-STATUS
005530         MOVE 16 TO RETURN-CODE
005540         STOP RUN
005550     END-IF.
005560
005570     MOVE "N" TO WS-EOF-SWITCH.
005580     PERFORM 1250-FIND-NIGHT
005590         THRU 1250-EXIT
005600         UNTIL WS-END-OF-FILE.
005610     MOVE "N" TO WS-EOF-SWITCH.
005620
005630     CLOSE RUNFILE.
005640
005650 1200-EXIT.
005660     EXIT.
005670
005680 1250-FIND-NIGHT.
005690
005700     READ RUNFILE
005710         AT END
005720             MOVE "Y" TO WS-EOF-SWITCH
005730             GO TO 1250-EXIT
005740     END-READ.
005750
005760     IF RUN-IS-NIGHT
005770      AND RUN-RUN-DATE NUMERIC
005780      AND RUN-RUN-DATE > ZERO
005790         MOVE RUN-RUN-DATE  TO WS-FEED-DATE
005800         MOVE "RUN CONTROL" TO WS-FEED-DATE-SOURCE
005810         MOVE "Y"           TO WS-EOF-SWITCH
005820     END-IF.
005830
005840 1250-EXIT.
005850     EXIT.
005860
005870******************************************************************
005880*    1300-SET-FEED-RANGE -- THE LOW AND HIGH MARKS FOR THE MODE. *
005890*                           A NEW FEED WITH THE LAST FEED'S DATE *
005900*                           AND SEQUENCE REPLACES THAT FEED, SO  *
005910*                           IT STARTS WHERE THAT FEED STARTED.   *
005920*                           EXCEPT WHEN ESTABLISHING, THE LINE   *
005930*                           AT THE STORED MARK IS CHECKED.       *
005940******************************************************************
005950 1300-SET-FEED-RANGE.
005960
005970     EVALUATE TRUE
005980         WHEN CL-MODE-ESTABLISH
005990             MOVE WS-MARK-OPEN   TO WS-JRN-LOW-MARK
006000             GO TO 1300-EXIT
006010         WHEN CL-MODE-RESEND
006020             MOVE ACT-PREV-COUNT TO WS-JRN-LOW-MARK
006030             MOVE ACT-LAST-COUNT TO WS-JRN-HIGH-MARK
006040         WHEN ACT-FEED-DATE = WS-FEED-DATE
006050          AND ACT-FEED-SEQ  = WS-FEED-SEQ
006060             MOVE ACT-PREV-COUNT TO WS-JRN-LOW-MARK
006070             MOVE "Y"            TO WS-REBUILD-SWITCH
006080         WHEN OTHER
006090             MOVE ACT-LAST-COUNT TO WS-JRN-LOW-MARK
006100     END-EVALUATE.
006110
006120     MOVE ACT-LAST-COUNT TO WS-MARK-CHECK-COUNT.
006130
006140 1300-EXIT.
006150     EXIT.
006160
006170*    THE HASH PROBE RELIES ON THE USED FLAG, NOT ON STORAGE
006180*    HAPPENING TO START CLEAN.
006190 1400-CLEAR-ONE-SLOT.
006200
006210     MOVE "N" TO WS-ACR-USED (WS-ACR-SLOT).
006220
006230 1400-EXIT.
006240     EXIT.
006250
006260******************************************************************
006270*    2000-REGISTER-ENTRIES -- FIRST PASS.  REGISTER THE ACCOUNT  *
006280*                             OF EACH OF THE NIGHT'S ENTRIES     *
006290*                             WITH THE ORDINAL OF ITS FIRST AND  *
006300*                             LAST ENTRY.                        *
006310******************************************************************
006320 2000-REGISTER-ENTRIES.
006330
006340     PERFORM 2500-READ-NIGHT-ENTRY
006350         THRU 2500-EXIT.
006360     IF WS-END-OF-FILE
006370      OR NOT WS-ENTRY-SELECTED
006380         GO TO 2000-EXIT
006390     END-IF.
006400
006410     ADD 1 TO WS-JRN-NIGHT-COUNT.
006420
006430     MOVE JRN-ACCOUNT-NO TO WS-FIND-ACCOUNT-NO.
006440     PERFORM 6000-LOOK-UP-ACCOUNT
006450         THRU 6000-EXIT.
006460
006470     IF NOT WS-ACCOUNT-FOUND
006480         PERFORM 6100-REGISTER-ACCOUNT
006490             THRU 6100-EXIT
006500         GO TO 2000-EXIT
006510     END-IF.
006520
006530     MOVE WS-JRN-NIGHT-COUNT TO WS-ACR-LAST (WS-ACR-SLOT).
006540
006550     IF WS-ACR-HELD (WS-ACR-SLOT) = ZERO
006560         IF WS-HELD-COUNT >= WS-HELD-MAX
006570             DISPLAY
006580                 "CNVADRCH - BEFORE-IMAGE TABLE FULL - RAISE "
006590                 "THE LIMIT"
006600             MOVE 16 TO RETURN-CODE
006610             STOP RUN
006620         END-IF
006630         ADD 1 TO WS-HELD-COUNT
006640         MOVE WS-HELD-COUNT TO WS-ACR-HELD (WS-ACR-SLOT)
006650     END-IF.
006660
006670 2000-EXIT.
006680     EXIT.
006690
006700******************************************************************
006710*    2500-READ-NIGHT-ENTRY -- READ ONE JOURNAL LINE AND DECIDE   *
006720*                             WHETHER IT IS ONE OF THE NIGHT'S   *
006730*                             ENTRIES -- A LINE BETWEEN THE      *
006740*                             MARKS.  A LINE THERE WITHOUT A     *
006750*                             NUMERIC DATE OR ACCOUNT CANNOT BE  *
006760*                             PLACED AND IS COUNTED AND PASSED   *
006770*                             OVER.  THE LINES AT THE STORED     *
006780*                             MARK AND AT THE HIGH MARK ARE      *
006790*                             NOTED ON THE WAY.                  *
006800******************************************************************
006810 2500-READ-NIGHT-ENTRY.
006820
006830     MOVE "N" TO WS-SELECTED-SWITCH.
006840
006850     READ JRNLFILE
006860         AT END
006870             MOVE "Y" TO WS-EOF-SWITCH
006880             GO TO 2500-EXIT
006890     END-READ.
006900
006910     IF WS-JRNLFILE-STATUS NOT = "00"
006920         DISPLAY
006930             "CNVADRCH - UNABLE TO READ JRNLFILE - STATUS "
006940             WS-JRNLFILE-STATUS
006950         MOVE 16 TO RETURN-CODE
006960         STOP RUN
006970     END-IF.
006980
006990     ADD 1 TO WS-JRN-READ-COUNT.
007000
007010     IF WS-JRN-READ-COUNT = WS-MARK-CHECK-COUNT
007020      AND JRN-RECORD (1:24) = ACT-MARK-KEY
007030         MOVE "Y" TO WS-MARK-MATCHED-SWITCH
007040     END-IF.
007050
007060     IF WS-JRN-READ-COUNT = WS-JRN-HIGH-MARK
007070         MOVE JRN-RECORD (1:24) TO WS-NEW-MARK-KEY
007080     END-IF.
007090
007100     IF WS-JRN-READ-COUNT NOT > WS-JRN-LOW-MARK
007110      OR WS-JRN-READ-COUNT > WS-JRN-HIGH-MARK
007120         GO TO 2500-EXIT
007130     END-IF.
007140
007150     IF JRN-DATE NOT NUMERIC
007160      OR JRN-ACCOUNT-NO NOT NUMERIC
007170         ADD 1 TO WS-JRN-UNUSABLE-COUNT
007180         GO TO 2500-EXIT
007190     END-IF.
007200
007210     MOVE "Y" TO WS-SELECTED-SWITCH.
007220
007230 2500-EXIT.
007240     EXIT.
007250
007260******************************************************************
007270*    3000-OPEN-SECOND-PASS -- PROVE THE JOURNAL AGAINST THE      *
007280*                             STORED MARK, CLOSE THE HIGH MARK   *
007290*                             AT THE LINES THE FIRST PASS READ,  *
007300*                             REOPEN THE JOURNAL FROM THE TOP    *
007310******************************************************************
007320 3000-OPEN-SECOND-PASS.
007330
007340     IF WS-MARK-CHECK-COUNT > ZERO
007350      AND NOT WS-MARK-MATCHED
007360         MOVE WS-MARK-CHECK-COUNT TO WS-COUNT-ED
007370         DISPLAY
007380             "CNVADRCH - JOURNAL DOES NOT MATCH ADRCTL AT LINE "
007390             WS-COUNT-ED
007400         MOVE 16 TO RETURN-CODE
007410         STOP RUN
007420     END-IF.
007430
007440     IF WS-JRN-HIGH-MARK = WS-MARK-OPEN
007450         MOVE WS-JRN-READ-COUNT TO WS-JRN-HIGH-MARK
007460     END-IF.
007470
007480     MOVE "N" TO WS-EOF-SWITCH.
007490     MOVE ZERO TO WS-JRN-READ-COUNT.
007500     MOVE ZERO TO WS-JRN-UNUSABLE-COUNT.
007510
007520     OPEN INPUT JRNLFILE.
007530     IF WS-JRNLFILE-STATUS NOT = "00"
007540         DISPLAY
007550             "CNVADRCH - UNABLE TO REOPEN JRNLFILE - STATUS "
007560             WS-JRNLFILE-STATUS
007570         MOVE 16 TO RETURN-CODE
007580         STOP RUN
007590     END-IF.
007600
007610 3000-EXIT.
007620     EXIT.
007630
007640******************************************************************
007650*    3100-NET-ENTRIES -- SECOND PASS.  AN ACCOUNT'S EARLIER      *
007660*                        ENTRIES ARE SUPERSEDED (THE FIRST ONE   *
007670*                        LEAVES ITS BEFORE-IMAGE IN THE HELD     *
007680*                        TABLE); AT ITS LAST ENTRY THE ACCOUNT   *
007690*                        IS NETTED AND WRITTEN.                  *
007700******************************************************************
007710 3100-NET-ENTRIES.
007720
007730     PERFORM 2500-READ-NIGHT-ENTRY
007740         THRU 2500-EXIT.
007750     IF WS-END-OF-FILE
007760      OR NOT WS-ENTRY-SELECTED
007770         GO TO 3100-EXIT
007780     END-IF.
007790
007800     ADD 1 TO WS-PASS2-NIGHT-COUNT.
007810
007820     MOVE JRN-ACCOUNT-NO TO WS-FIND-ACCOUNT-NO.
007830     PERFORM 6000-LOOK-UP-ACCOUNT
007840         THRU 6000-EXIT.
007850
007860     IF NOT WS-ACCOUNT-FOUND
007870         DISPLAY
007880             "CNVADRCH - JOURNAL CHANGED BETWEEN PASSES - "
007890             "ACCOUNT " JRN-ACCOUNT-NO
007900         MOVE 16 TO RETURN-CODE
007910         STOP RUN
007920     END-IF.
007930
007940     IF WS-PASS2-NIGHT-COUNT = WS-ACR-FIRST (WS-ACR-SLOT)
007950      AND WS-PASS2-NIGHT-COUNT NOT = WS-ACR-LAST (WS-ACR-SLOT)
007960         MOVE JRN-BEFORE-IMAGE
007970             TO WS-HELD-IMAGE (WS-ACR-HELD (WS-ACR-SLOT))
007980     END-IF.
007990
008000     IF WS-PASS2-NIGHT-COUNT NOT = WS-ACR-LAST (WS-ACR-SLOT)
008010         ADD 1 TO WS-SUPERSEDED-COUNT
008020         GO TO 3100-EXIT
008030     END-IF.
008040
008050     IF WS-ACR-HELD (WS-ACR-SLOT) = ZERO
008060         MOVE JRN-BEFORE-IMAGE TO WS-OLD-IMAGE
008070     ELSE
008080         MOVE WS-HELD-IMAGE (WS-ACR-HELD (WS-ACR-SLOT))
008090             TO WS-OLD-IMAGE
008100     END-IF.
008110     MOVE JRN-AFTER-IMAGE TO WS-NEW-IMAGE.
008120
008130     PERFORM 3200-WRITE-NET-CHANGE
008140         THRU 3200-EXIT.
008150
008160 3100-EXIT.
008170     EXIT.
008180
008190******************************************************************
008200*    3200-WRITE-NET-CHANGE -- CLASSIFY THE ACCOUNT'S NIGHT AND   *
008210*                             WRITE ITS DETAIL RECORD, UNLESS    *
008220*                             THE NAME AND ADDRESS ENDED THE     *
008230*                             NIGHT AS THEY STARTED IT.          *
008240******************************************************************
008250 3200-WRITE-NET-CHANGE.
008260
008270     MOVE SPACES         TO ACH-RECORD.
008280     MOVE JRN-ACCOUNT-NO TO ACH-ACCOUNT-NO.
008290
008300     EVALUATE TRUE
008310         WHEN WS-OLD-IMAGE = SPACES
008320          AND WS-NEW-IMAGE = SPACES
008330             ADD 1 TO WS-UNCHANGED-COUNT
008340             GO TO 3200-EXIT
008350         WHEN WS-OLD-IMAGE = SPACES
008360             MOVE "A" TO ACH-ACTION
008370             ADD 1 TO WS-ADD-COUNT
008380         WHEN WS-NEW-IMAGE = SPACES
008390             MOVE "D" TO ACH-ACTION
008400             ADD 1 TO WS-CLOSE-COUNT
008410         WHEN WS-OLD-NAME   = WS-NEW-NAME
008420          AND WS-OLD-STREET = WS-NEW-STREET
008430          AND WS-OLD-CITY   = WS-NEW-CITY
008440          AND WS-OLD-STATE  = WS-NEW-STATE
008450          AND WS-OLD-CEP    = WS-NEW-CEP
008460             ADD 1 TO WS-UNCHANGED-COUNT
008470             GO TO 3200-EXIT
008480         WHEN OTHER
008490             MOVE "C" TO ACH-ACTION
008500             ADD 1 TO WS-CHANGE-COUNT
008510     END-EVALUATE.
008520
008530     IF NOT ACH-ACTION-ADD
008540         MOVE WS-OLD-NAME   TO ACH-BEFORE-NAME
008550         MOVE WS-OLD-STREET TO ACH-BEFORE-STREET
008560         MOVE WS-OLD-CITY   TO ACH-BEFORE-CITY
008570         MOVE WS-OLD-STATE  TO ACH-BEFORE-STATE
008580         MOVE WS-OLD-CEP    TO ACH-BEFORE-CEP
008590     END-IF.
008600
008610     IF NOT ACH-ACTION-CLOSURE
008620         MOVE WS-NEW-NAME   TO ACH-AFTER-NAME
008630         MOVE WS-NEW-STREET TO ACH-AFTER-STREET
008640         MOVE WS-NEW-CITY   TO ACH-AFTER-CITY
008650         MOVE WS-NEW-STATE  TO ACH-AFTER-STATE
008660         MOVE WS-NEW-CEP    TO ACH-AFTER-CEP
008670     END-IF.
008680
008690     MOVE JRN-DATE TO ACH-JRN-DATE.
008700     IF JRN-TIME NUMERIC
008710         MOVE JRN-TIME TO ACH-JRN-TIME
008720     ELSE
008730         MOVE ZERO     TO ACH-JRN-TIME
008740     END-IF.
008750
008760     PERFORM 8000-WRITE-FEED
008770         THRU 8000-EXIT.
008780
008790     ADD 1              TO WS-DETAIL-COUNT.
008800     ADD JRN-ACCOUNT-NO TO WS-DETAIL-HASH.
008810
008820 3200-EXIT.
008830     EXIT.
008840
008850******************************************************************
008860*    6000-LOOK-UP-ACCOUNT -- PROBE THE REGISTRY FOR              *
008870*                            WS-FIND-ACCOUNT-NO.  LEAVES         *
008880*                            WS-ACR-SLOT ON THE ACCOUNT'S SLOT,  *
008890*                            OR ON THE FREE SLOT WHERE IT        *
008900*                            BELONGS.                            *
008910******************************************************************
008920 6000-LOOK-UP-ACCOUNT.
008930
008940     MOVE "N" TO WS-ACCOUNT-FOUND-SWITCH.
008950     MOVE "N" TO WS-PROBE-DONE-SWITCH.
008960     MOVE ZERO TO WS-ACR-PROBE-COUNT.
008970
008980     DIVIDE WS-FIND-ACCOUNT-NO BY WS-ACR-TABLE-SIZE
008990         GIVING WS-ACR-HASH-QUOT
009000         REMAINDER WS-ACR-SLOT.
009010     ADD 1 TO WS-ACR-SLOT.
009020
009030     PERFORM 6050-PROBE-ONE-SLOT
009040         THRU 6050-EXIT
009050         UNTIL WS-PROBE-DONE.
009060
009070 6000-EXIT.
009080     EXIT.
009090
009100 6050-PROBE-ONE-SLOT.
009110
009120     IF WS-ACR-USED (WS-ACR-SLOT) = "N"
009130         MOVE "Y" TO WS-PROBE-DONE-SWITCH
009140         GO TO 6050-EXIT
009150     END-IF.
009160
009170     IF WS-ACR-ACCOUNT-NO (WS-ACR-SLOT) = WS-FIND-ACCOUNT-NO
009180         MOVE "Y" TO WS-ACCOUNT-FOUND-SWITCH
009190         MOVE "Y" TO WS-PROBE-DONE-SWITCH
009200         GO TO 6050-EXIT
009210     END-IF.
009220
009230     ADD 1 TO WS-ACR-PROBE-COUNT.
009240     IF WS-ACR-PROBE-COUNT > WS-ACR-TABLE-SIZE
009250         DISPLAY
009260             "CNVADRCH - ACCOUNT REGISTRY PROBE WRAPPED - "
009270             "TABLE FULL"
009280         MOVE 16 TO RETURN-CODE
009290         STOP RUN
009300     END-IF.
009310
009320     IF WS-ACR-SLOT >= WS-ACR-TABLE-SIZE
009330         MOVE 1 TO WS-ACR-SLOT
009340     ELSE
009350         ADD 1 TO WS-ACR-SLOT
009360     END-IF.
009370
009380 6050-EXIT.
009390     EXIT.
009400
009410******************************************************************
009420*    6100-REGISTER-ACCOUNT -- CLAIM THE FREE SLOT 6000 LEFT      *
009430*                             WS-ACR-SLOT ON.  A REGISTRY AT ITS *
009440*                             LOAD CEILING IS FATAL.             *
009450******************************************************************
009460 6100-REGISTER-ACCOUNT.
009470
009480     IF WS-ACR-ENTRY-COUNT >= WS-ACR-MAX-LOAD
009490         DISPLAY
009500             "CNVADRCH - ACCOUNT REGISTRY FULL AT NIGHT ENTRY "
009510             WS-JRN-NIGHT-COUNT
009520         MOVE 16 TO RETURN-CODE
009530         STOP RUN
009540     END-IF.
009550
009560     ADD 1 TO WS-ACR-ENTRY-COUNT.
009570     MOVE "Y"                TO WS-ACR-USED (WS-ACR-SLOT).
009580     MOVE WS-FIND-ACCOUNT-NO TO WS-ACR-ACCOUNT-NO (WS-ACR-SLOT).
009590     MOVE WS-JRN-NIGHT-COUNT TO WS-ACR-FIRST (WS-ACR-SLOT).
009600     MOVE WS-JRN-NIGHT-COUNT TO WS-ACR-LAST (WS-ACR-SLOT).
009610     MOVE ZERO               TO WS-ACR-HELD (WS-ACR-SLOT).
009620
009630 6100-EXIT.
009640     EXIT.
009650
009660******************************************************************
009670*    8000-WRITE-FEED -- WRITE ONE FEED RECORD                    *
009680******************************************************************
009690 8000-WRITE-FEED.
009700
009710     WRITE ACH-RECORD.
009720     IF WS-CHGFILE-STATUS NOT = "00"
009730         DISPLAY
009740             "CNVADRCH - UNABLE TO WRITE CHGFEED - STATUS "
009750             WS-CHGFILE-STATUS
009760         MOVE 16 TO RETURN-CODE
009770         STOP RUN
009780     END-IF.
009790
009800 8000-EXIT.
009810     EXIT.
009820
009830******************************************************************
009840*    9000-TERMINATE -- TRAILER, PROOF, MARK, REPORT, STATUS      *
009850*                      LINE, CONDITION CODE                      *
009860******************************************************************
009870 9000-TERMINATE.
009880
009890     COMPUTE WS-NETTED-COUNT =
009900         WS-SUPERSEDED-COUNT + WS-UNCHANGED-COUNT.
009910
009920     MOVE SPACES               TO ACH-CONTROL-RECORD.
009930     MOVE "TRL"                TO ACH-CTL-TYPE.
009940     MOVE WS-DETAIL-COUNT      TO ACH-TRL-REC-COUNT.
009950     MOVE WS-ADD-COUNT         TO ACH-TRL-ADD-COUNT.
009960     MOVE WS-CHANGE-COUNT      TO ACH-TRL-CHANGE-COUNT.
009970     MOVE WS-CLOSE-COUNT       TO ACH-TRL-CLOSE-COUNT.
009980     MOVE WS-JRN-NIGHT-COUNT   TO ACH-TRL-JRN-COUNT.
009990     MOVE WS-SUPERSEDED-COUNT  TO ACH-TRL-SUPERSEDED.
010000     MOVE WS-UNCHANGED-COUNT   TO ACH-TRL-UNCHANGED.
010010     MOVE WS-DETAIL-HASH       TO ACH-TRL-HASH.
010020     PERFORM 8000-WRITE-FEED
010030         THRU 8000-EXIT.
010040
010050     CLOSE CHGFILE.
010060
010070     PERFORM 9050-PROVE-FEED
010080         THRU 9050-EXIT.
010090
010100     IF WS-FEED-IN-BALANCE
010110         MOVE 0 TO RETURN-CODE
010120     ELSE
010130         MOVE 8 TO RETURN-CODE
010140     END-IF.
010150
010160     IF WS-FEED-IN-BALANCE
010170      AND NOT CL-MODE-RESEND
010180         PERFORM 9300-ADVANCE-CONTROL
010190             THRU 9300-EXIT
010200     END-IF.
010210
010220     PERFORM 9100-WRITE-REPORT
010230         THRU 9100-EXIT.
010240
010250     CLOSE RPTFILE.
010260
010270     PERFORM 9200-WRITE-STATUS
010280         THRU 9200-EXIT.
010290
010300 9000-EXIT.
010310     EXIT.
010320
010330******************************************************************
010340*    9050-PROVE-FEED -- READ THE FEED BACK AND RECOUNT IT.  THE  *
010350*                       HEADER MUST LEAD AND CARRY THE FEED      *
010360*                       DATE, THE TRAILER MUST CLOSE IT, THE     *
010370*                       RECOUNTED DETAILS AND HASH MUST MATCH    *
010380*                       THE TRAILER, AND THE TRAILER MUST        *
010390*                       BALANCE TO THE NIGHT'S JOURNAL ENTRIES,  *
010400*                       WHICH BOTH PASSES MUST HAVE SEEN ALIKE.  *
010410******************************************************************
010420 9050-PROVE-FEED.
010430
010440     OPEN INPUT CHGFILE.
010450     IF WS-CHGFILE-STATUS NOT = "00"
010460         DISPLAY
010470             "CNVADRCH - UNABLE TO REOPEN CHGFEED - STATUS "
010480             WS-CHGFILE-STATUS
010490         MOVE 16 TO RETURN-CODE
010500         STOP RUN
010510     END-IF.
010520
010530     MOVE "N" TO WS-EOF-SWITCH.
010540     PERFORM 9060-RECOUNT-ONE-RECORD
010550         THRU 9060-EXIT
010560         UNTIL WS-END-OF-FILE.
010570
010580     CLOSE CHGFILE.
010590
010600     IF NOT WS-HEADER-SEEN
010610         MOVE "N" TO WS-BALANCE-SWITCH
010620         MOVE "HEADER MISSING OR WRONG DATE"
010630             TO WS-BALANCE-REASON
010640         GO TO 9050-EXIT
010650     END-IF.
010660
010670     IF NOT WS-TRAILER-SEEN
010680         MOVE "N" TO WS-BALANCE-SWITCH
010690         MOVE "TRAILER MISSING OR NOT LAST"
010700             TO WS-BALANCE-REASON
010710         GO TO 9050-EXIT
010720     END-IF.
010730
010740     IF WS-RECOUNT-DETAILS NOT = WS-DETAIL-COUNT
010750      OR WS-RECOUNT-DETAILS NOT = WS-TRL-REC-COUNT
010760      OR WS-RECOUNT-HASH NOT = WS-TRL-HASH
010770         MOVE "N" TO WS-BALANCE-SWITCH
010780         MOVE "RECOUNT DOES NOT MATCH TRAILER"
010790             TO WS-BALANCE-REASON
010800         GO TO 9050-EXIT
010810     END-IF.
010820
010830     IF WS-TRL-CHECK-SUM NOT = WS-TRL-JRN-COUNT
010840      OR WS-TRL-TYPE-SUM NOT = WS-TRL-REC-COUNT
010850      OR WS-TRL-JRN-COUNT NOT = WS-JRN-NIGHT-COUNT
010860         MOVE "N" TO WS-BALANCE-SWITCH
010870         MOVE "TRAILER DOES NOT BALANCE TO JOURNAL"
010880             TO WS-BALANCE-REASON
010890         GO TO 9050-EXIT
010900     END-IF.
010910
010920     IF WS-PASS2-NIGHT-COUNT NOT = WS-JRN-NIGHT-COUNT
010930         MOVE "N" TO WS-BALANCE-SWITCH
010940         MOVE "JOURNAL CHANGED BETWEEN PASSES"
010950             TO WS-BALANCE-REASON
010960     END-IF.
010970
010980 9050-EXIT.
010990     EXIT.
011000
011010 9060-RECOUNT-ONE-RECORD.
011020
011030     READ CHGFILE
011040         AT END
011050             MOVE "Y" TO WS-EOF-SWITCH
011060             GO TO 9060-EXIT
011070     END-READ.
011080
011090     ADD 1 TO WS-RECOUNT-LINES.
011100
011110*    ANYTHING AFTER THE TRAILER UNSEATS IT.
011120     IF WS-TRAILER-SEEN
011130         MOVE "N" TO WS-TRAILER-SEEN-SWITCH
011140     END-IF.
011150
011160     IF ACH-IS-HEADER
011170         IF WS-RECOUNT-LINES = 1
011180          AND ACH-HDR-FILE-DATE = WS-FEED-DATE
011190             MOVE "Y" TO WS-HEADER-SEEN-SWITCH
011200         END-IF
011210         GO TO 9060-EXIT
011220     END-IF.
011230
011240*    THE TRAILER'S FIGURES ARE KEPT AS READ FOR THE PROOF.
011250     IF ACH-IS-TRAILER
011260         MOVE "Y" TO WS-TRAILER-SEEN-SWITCH
011270         MOVE ACH-TRL-REC-COUNT TO WS-TRL-REC-COUNT
011280         MOVE ACH-TRL-JRN-COUNT TO WS-TRL-JRN-COUNT
011290         MOVE ACH-TRL-HASH      TO WS-TRL-HASH
011300         COMPUTE WS-TRL-CHECK-SUM =
011310             ACH-TRL-REC-COUNT + ACH-TRL-SUPERSEDED
011320                               + ACH-TRL-UNCHANGED
011330         COMPUTE WS-TRL-TYPE-SUM =
011340             ACH-TRL-ADD-COUNT + ACH-TRL-CHANGE-COUNT
011350                               + ACH-TRL-CLOSE-COUNT
011360         GO TO 9060-EXIT
011370     END-IF.
011380
011390     ADD 1 TO WS-RECOUNT-DETAILS.
011400     IF ACH-ACCOUNT-NO NUMERIC
011410         ADD ACH-ACCOUNT-NO TO WS-RECOUNT-HASH
011420     END-IF.
011430
011440 9060-EXIT.
011450     EXIT.
011460
011470******************************************************************
011480*    9100-WRITE-REPORT -- ADDRESS-CHANGE FEED REPORT             *
011490******************************************************************
011500 9100-WRITE-REPORT.
011510
011520     MOVE "CNVADRCH - OUTBOUND ADDRESS-CHANGE FEED REPORT"
011530         TO RPT-RECORD.
011540     WRITE RPT-RECORD.
011550
011560     MOVE SPACES TO RPT-RECORD.
011570     WRITE RPT-RECORD.
011580
011590     MOVE SPACES TO RPT-RECORD.
011600     MOVE SPACES TO RPT-RECORD.
011610     EVALUATE TRUE
011620         WHEN CL-MODE-RESEND
011630             STRING "MODE ........................ "
011640                 "R  RE-SEND OF THE LAST FEED"
011650                 DELIMITED BY SIZE INTO RPT-RECORD
011660         WHEN CL-MODE-ESTABLISH
011670             STRING "MODE ........................ "
011680                 "E  ESTABLISH THE MARK ONLY"
011690                 DELIMITED BY SIZE INTO RPT-RECORD
011700         WHEN OTHER
011710             STRING "MODE ........................ "
011720                 "N  NEXT FEED"
011730                 DELIMITED BY SIZE INTO RPT-RECORD
011740     END-EVALUATE.
011750     WRITE RPT-RECORD.
011760
011770     MOVE SPACES TO RPT-RECORD.
011780     STRING "FEED DATE / SEQUENCE ........ " WS-FEED-DATE
011790            " / " WS-FEED-SEQ "  FROM " WS-FEED-DATE-SOURCE
011800         DELIMITED BY SIZE INTO RPT-RECORD.
011810     WRITE RPT-RECORD.
011820
011830     IF NOT CL-MODE-ESTABLISH
011840         MOVE WS-JRN-LOW-MARK TO WS-COUNT-ED
011850         MOVE SPACES TO RPT-RECORD
011860         STRING "JOURNAL LINES BEFORE FEED ... " WS-COUNT-ED
011870             DELIMITED BY SIZE INTO RPT-RECORD
011880         WRITE RPT-RECORD
011890     END-IF.
011900
011910     MOVE WS-JRN-HIGH-MARK TO WS-COUNT-ED.
011920     MOVE SPACES TO RPT-RECORD.
011930     STRING "JOURNAL LINES AT HIGH MARK .. " WS-COUNT-ED
011940         DELIMITED BY SIZE INTO RPT-RECORD.
011950     WRITE RPT-RECORD.
011960
011970     IF WS-FEED-REBUILT
011980         MOVE "REBUILDS THE FEED ALREADY BUILT FOR THIS DATE"
011990             TO RPT-RECORD
012000         WRITE RPT-RECORD
012010     END-IF.
012020
012030     MOVE WS-JRN-READ-COUNT TO WS-COUNT-ED.
012040     MOVE SPACES TO RPT-RECORD.
012050     STRING "JOURNAL LINES READ .......... " WS-COUNT-ED
012060         DELIMITED BY SIZE INTO RPT-RECORD.
012070     WRITE RPT-RECORD.
012080
012090     MOVE WS-JRN-UNUSABLE-COUNT TO WS-COUNT-ED.
012100     MOVE SPACES TO RPT-RECORD.
012110     STRING "  UNUSABLE, PASSED OVER ..... " WS-COUNT-ED
012120         DELIMITED BY SIZE INTO RPT-RECORD.
012130     WRITE RPT-RECORD.
012140
012150     MOVE WS-JRN-NIGHT-COUNT TO WS-COUNT-ED.
012160     MOVE SPACES TO RPT-RECORD.
012170     STRING "ENTRIES FOR THE NIGHT ....... " WS-COUNT-ED
012180         DELIMITED BY SIZE INTO RPT-RECORD.
012190     WRITE RPT-RECORD.
012200
012210     MOVE WS-ACR-ENTRY-COUNT TO WS-COUNT-ED.
012220     MOVE SPACES TO RPT-RECORD.
012230     STRING "ACCOUNTS TOUCHED ............ " WS-COUNT-ED
012240         DELIMITED BY SIZE INTO RPT-RECORD.
012250     WRITE RPT-RECORD.
012260
012270     MOVE WS-SUPERSEDED-COUNT TO WS-COUNT-ED.
012280     MOVE SPACES TO RPT-RECORD.
012290     STRING "  ENTRIES SUPERSEDED ........ " WS-COUNT-ED
012300         DELIMITED BY SIZE INTO RPT-RECORD.
012310     WRITE RPT-RECORD.
012320
012330     MOVE WS-UNCHANGED-COUNT TO WS-COUNT-ED.
012340     MOVE SPACES TO RPT-RECORD.
012350     STRING "  NO NET CHANGE, NOT SENT ... " WS-COUNT-ED
012360         DELIMITED BY SIZE INTO RPT-RECORD.
012370     WRITE RPT-RECORD.
012380
012390     MOVE WS-ADD-COUNT TO WS-COUNT-ED.
012400     MOVE SPACES TO RPT-RECORD.
012410     STRING "ADDS SENT ................... " WS-COUNT-ED
012420         DELIMITED BY SIZE INTO RPT-RECORD.
012430     WRITE RPT-RECORD.
012440
012450     MOVE WS-CHANGE-COUNT TO WS-COUNT-ED.
012460     MOVE SPACES TO RPT-RECORD.
012470     STRING "CHANGES SENT ................ " WS-COUNT-ED
012480         DELIMITED BY SIZE INTO RPT-RECORD.
012490     WRITE RPT-RECORD.
012500
012510     MOVE WS-CLOSE-COUNT TO WS-COUNT-ED.
012520     MOVE SPACES TO RPT-RECORD.
012530     STRING "CLOSURES SENT ............... " WS-COUNT-ED
012540         DELIMITED BY SIZE INTO RPT-RECORD.
012550     WRITE RPT-RECORD.
012560
012570     MOVE WS-DETAIL-COUNT TO WS-COUNT-ED.
012580     MOVE SPACES TO RPT-RECORD.
012590     STRING "DETAIL RECORDS WRITTEN ...... " WS-COUNT-ED
012600         DELIMITED BY SIZE INTO RPT-RECORD.
012610     WRITE RPT-RECORD.
012620
012630     MOVE WS-DETAIL-HASH TO WS-HASH-ED.
012640     MOVE SPACES TO RPT-RECORD.
012650     STRING "ACCOUNT HASH TOTAL .......... " WS-HASH-ED
012660         DELIMITED BY SIZE INTO RPT-RECORD.
012670     WRITE RPT-RECORD.
012680
012690     MOVE SPACES TO RPT-RECORD.
012700     WRITE RPT-RECORD.
012710
012720     MOVE SPACES TO RPT-RECORD.
012730     IF WS-FEED-IN-BALANCE
012740         MOVE "FEED RECOUNTED IN BALANCE WITH THE JOURNAL"
012750             TO RPT-RECORD
012760     ELSE
012770         STRING "*** OUT OF BALANCE *** " WS-BALANCE-REASON
012780             DELIMITED BY SIZE INTO RPT-RECORD
012790     END-IF.
012800     WRITE RPT-RECORD.
012810
012820     MOVE SPACES TO RPT-RECORD.
012830     EVALUATE TRUE
012840         WHEN WS-MARK-ADVANCED
012850             MOVE WS-JRN-HIGH-MARK TO WS-COUNT-ED
012860             STRING "ADRCTL MARK SET AT JOURNAL LINE " WS-COUNT-ED
012870                 DELIMITED BY SIZE INTO RPT-RECORD
012880         WHEN CL-MODE-RESEND
012890             MOVE "RE-SEND -- ADRCTL MARK NOT MOVED" TO RPT-RECORD
012900         WHEN OTHER
012910             MOVE "ADRCTL MARK NOT MOVED -- THESE LINES GO AGAIN"
012920                 TO RPT-RECORD
012930     END-EVALUATE.
012940     WRITE RPT-RECORD.
012950
012960 9100-EXIT.
012970     EXIT.
012980
012990******************************************************************
013000*    9200-WRITE-STATUS -- APPEND THE RUN'S STATUS LINE TO THE    *
013010*                         NIGHT-CONTROL DATASET FOR CNVSGNOF     *
013020******************************************************************
013030 9200-WRITE-STATUS.
013040
013050     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
013060     ACCEPT WS-CURRENT-TIME FROM TIME.
013070
013080     OPEN EXTEND STATFILE.
013090     IF WS-STATFILE-STATUS NOT = "00"
013100         OPEN OUTPUT STATFILE
013110     END-IF.
013120     IF WS-STATFILE-STATUS NOT = "00"
013130         DISPLAY
013140             "CNVADRCH - UNABLE TO OPEN NIGHTCTL - STATUS "
013150             WS-STATFILE-STATUS
013160         MOVE 16 TO RETURN-CODE
013170         STOP RUN
013180     END-IF.
013190
013200     MOVE SPACES                TO STA-RECORD.
013210     MOVE "CNVADRCH"            TO STA-PROGRAM.
013220     MOVE "ADDRESS CHANGE FEED" TO STA-FEED.
013230     MOVE WS-CURRENT-DATE       TO STA-DATE.
013240     MOVE WS-CURRENT-TIME (1:6) TO STA-TIME.
013250     MOVE WS-JRN-NIGHT-COUNT    TO STA-READ-COUNT.
013260     MOVE WS-DETAIL-COUNT       TO STA-WRITTEN-COUNT.
013270     MOVE WS-NETTED-COUNT       TO STA-REJECT-COUNT.
013280     IF WS-FEED-IN-BALANCE
013290         MOVE "Y" TO STA-BALANCED
013300     ELSE
013310         MOVE "N" TO STA-BALANCED
013320     END-IF.
013330     MOVE RETURN-CODE           TO STA-COND-CODE.
013340
013350     WRITE STA-RECORD.
013360     IF WS-STATFILE-STATUS NOT = "00"
013370         DISPLAY
013380             "CNVADRCH - UNABLE TO WRITE NIGHTCTL - STATUS "
013390             WS-STATFILE-STATUS
013400         MOVE 16 TO RETURN-CODE
013410         STOP RUN
013420     END-IF.
013430
013440     CLOSE STATFILE.
013450
013460 9200-EXIT.
013470     EXIT.
013480
013490******************************************************************
013500*    9300-ADVANCE-CONTROL -- REWRITE THE FEED CONTROL RECORD     *
013510*                            WITH THE HIGH MARK, NOW THE FEED    *
013520*                            IS CLOSED AND PROVEN.  NOT DONE ON  *
013530*                            AN OUT-OF-BALANCE FEED OR A         *
013540*                            RE-SEND.  AN ESTABLISHING RUN       *
013550*                            STARTS AND ENDS ITS FEED AT THE     *
013560*                            MARK.                               *
013570******************************************************************
013580 9300-ADVANCE-CONTROL.
013590
013600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
013610     ACCEPT WS-CURRENT-TIME FROM TIME.
013620
013630     MOVE SPACES                TO ACT-RECORD.
013640     MOVE WS-JRN-HIGH-MARK      TO ACT-LAST-COUNT.
013650     IF CL-MODE-ESTABLISH
013660         MOVE WS-JRN-HIGH-MARK  TO ACT-PREV-COUNT
013670     ELSE
013680         MOVE WS-JRN-LOW-MARK   TO ACT-PREV-COUNT
013690     END-IF.
013700     MOVE WS-NEW-MARK-KEY       TO ACT-MARK-KEY.
013710     MOVE WS-FEED-DATE          TO ACT-FEED-DATE.
013720     MOVE WS-FEED-SEQ           TO ACT-FEED-SEQ.
013730     MOVE WS-CURRENT-DATE       TO ACT-SENT-DATE.
013740     MOVE WS-CURRENT-TIME (1:6) TO ACT-SENT-TIME.
013750
013760     OPEN OUTPUT CTLFILE.
013770     IF WS-CTLFILE-STATUS NOT = "00"
013780         DISPLAY
013790             "CNVADRCH - UNABLE TO OPEN ADRCTL - STATUS "
013800             WS-CTLFILE-STATUS
013810         MOVE 16 TO RETURN-CODE
013820         STOP RUN
013830     END-IF.
013840
013850     WRITE ACT-RECORD.
013860     IF WS-CTLFILE-STATUS NOT = "00"
013870         DISPLAY
013880             "CNVADRCH - UNABLE TO WRITE ADRCTL - STATUS "
013890             WS-CTLFILE-STATUS
013900         MOVE 16 TO RETURN-CODE
013910         STOP RUN
013920     END-IF.
013930
013940     CLOSE CTLFILE.
013950
013960     MOVE "Y" TO WS-ADVANCED-SWITCH.
013970
013980 9300-EXIT.
013990     EXIT.
