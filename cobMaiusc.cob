003200*                   FILE ONCE PER RECORD WHENEVER THE WRITTEN
003210*                   COUNT SAT AT A MULTIPLE OF THE INTERVAL
003220*                   ON A NET-CHANGE NIGHT.
003230*  2026-10-15  JLM  MASTER-UPDATE MODE IS NOW VALID FOR THE
003240*                   DESCRIPTION LAYOUT -- THE FEED IS APPLIED TO
003250*                   THE NEW INDEXED ITEM MASTER (ITEMMAST DD,
003260*                   LAYOUT ITEMREC), KEYED ON THE ITEM CODE, AS
003270*                   AN ADD OR A CHANGE, AND EVERY WRITE AND
003280*                   REWRITE IS JOURNALED TO THE ITEM JOURNAL
003290*                   (ITMJRNL DD, LAYOUT ITJRNREC) THE WAY JRNLFILE
003300*                   COVERS THE CUSTOMER MASTER.  THE DESCRIPTION
003310*                   RECORD NOW CARRIES A TYPE IN POSITION 94 (SEE
003320*                   DESCREC) -- 'R' RETIRES THE ITEM: IT STAYS ON
003330*                   THE MASTER, FLAGGED AND DATED, SO ITS LAST
003340*                   DESCRIPTION CAN STILL BE ANSWERED FOR, AND
003350*                   THE RECORD GOES TO THE BYPASS DATASET.  A
003360*                   RETIREMENT FOR AN UNKNOWN ITEM GOES TO
003370*                   EXCPFILE.  NET-CHANGE FILTERING WORKS THE
003380*                   SAME WAY ON THE TWO DESCRIPTION FIELDS.  THE
003390*                   ITEM MASTER COUNTS SHARE THE EXISTING MASTER
003400*                   COUNTERS, SO THE CHECKPOINT LAYOUT IS
003410*                   UNCHANGED.
003420*  2026-10-15  JLM  A CUSTOMER-LAYOUT MASTER-UPDATE RUN NOW ROLLS
003430*                   THE MASTER CONTROL RECORD (MSTCTL DD, LAYOUT
003440*                   MCTLREC) FORWARD BY ITS ADDS AND DELETES AND
003450*                   THEIR ACCOUNT-NUMBER HASH TOTALS, FOR THE
003460*                   CNVMCTL SWEEP TO PROVE AGAINST THE MASTER.
003470*                   THE TWO HASH TOTALS ARE CARRIED ON THE
003480*                   CHECKPOINT RECORD SO A RESTART ROLLS THE
003490*                   WHOLE RUN, NOT ONLY ITS SECOND HALF.
003500******************************************************************
003510 IDENTIFICATION DIVISION.
003520 PROGRAM-ID.  CONVERT6.
003530 AUTHOR.      J. L. MOREIRA.
003540 INSTALLATION. JOGOS DE FERIAS BATCH SERVICES.
003550 DATE-WRITTEN. 2026-08-09.
003560 DATE-COMPILED.
003570
003580 ENVIRONMENT DIVISION.
003590
003600 CONFIGURATION SECTION.
003610 SOURCE-COMPUTER.  GENERIC-PC.
003620 OBJECT-COMPUTER.  GENERIC-PC.
003630
003640 INPUT-OUTPUT SECTION.
003650 FILE-CONTROL.
003660*    INFILE/OUTFILE ARE ASSIGNED BY DDNAME, THE SAME WAY AS
003670*    EXCPFILE/RPTFILE/CKPTFILE/AUDITFILE BELOW -- THE ACTUAL
003680*    DATASET IS WHATEVER THE INFILE/OUTFILE DD CARD IN THE
003690*    INVOKING JOB STEP POINTS AT.  CNV-INPUT-DSNAME AND
003700*    CNV-OUTPUT-DSNAME (FROM THE PARM) ARE USED ONLY AS LABELS
003710*    ON THE SUMMARY REPORT AND AUDIT LOG, NOT TO OPEN THE FILES.
003720     SELECT INFILE
003730         ASSIGN TO "INFILE"
003740         ORGANIZATION IS LINE SEQUENTIAL
003750         FILE STATUS IS WS-INFILE-STATUS.
003760
003770     SELECT OUTFILE
003780         ASSIGN TO "OUTFILE"
003790         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-OUTFILE-STATUS.
003810
003820     SELECT EXCPFILE
003830         ASSIGN TO "EXCPFILE"
003840         ORGANIZATION IS LINE SEQUENTIAL
003850         FILE STATUS IS WS-EXCPFILE-STATUS.
003860
003870     SELECT RPTFILE
003880         ASSIGN TO "RPTFILE"
003890         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-RPTFILE-STATUS.
003910
003920     SELECT CKPTFILE
003930         ASSIGN TO "CKPTFILE"
003940         ORGANIZATION IS LINE SEQUENTIAL
003950         FILE STATUS IS WS-CKPTFILE-STATUS.
003960
003970*    BYPFILE CARRIES THE RECORDS DELIBERATELY LEFT OFF THE
003980*    OUTBOUND FEED (NET-CHANGE UNCHANGED RECORDS, APPLIED
003990*    CLOSURES, SUPPRESSED ACCOUNTS), SO CNVRECON CAN STILL
004000*    BALANCE INPUT AGAINST OUTPUT PLUS EXCEPTIONS PLUS BYPASS.
004010*    IT IS OPENED ON EVERY MASTER-UPDATE RUN.  CHGFILE IS THE
004020*    FIELD-LEVEL CHANGE-DETAIL REPORT, OPENED ONLY WHEN THE
004030*    NET-CHANGE SWITCH IN THE PARM IS 'Y'.
004040     SELECT BYPFILE
004050         ASSIGN TO "BYPFILE"
004060         ORGANIZATION IS LINE SEQUENTIAL
004070         FILE STATUS IS WS-BYPFILE-STATUS.
004080
004090     SELECT CHGFILE
004100         ASSIGN TO "CHGRPT"
004110         ORGANIZATION IS LINE SEQUENTIAL
004120         FILE STATUS IS WS-CHGFILE-STATUS.
004130
004140     SELECT AUDITFILE
004150         ASSIGN TO "AUDITLOG"
004160         ORGANIZATION IS LINE SEQUENTIAL
004170         FILE STATUS IS WS-AUDITFILE-STATUS.
004180
004190*    MASTFILE IS THE INDEXED (KSDS) CUSTOMER MASTER, KEYED ON
004200*    THE ACCOUNT NUMBER.  IT IS OPENED ONLY WHEN THE MASTER-
004210*    UPDATE SWITCH IN THE PARM (SEE CNVPARM) IS 'Y'.
004220     SELECT MASTFILE
004230         ASSIGN TO "MASTFILE"
004240         ORGANIZATION IS INDEXED
004250         ACCESS MODE IS RANDOM
004260         RECORD KEY IS MST-ACCOUNT-NO
004270         FILE STATUS IS WS-MASTFILE-STATUS.
004280
004290*    JRNLFILE IS THE MASTER-UPDATE JOURNAL -- ONE BEFORE/AFTER
004300*    IMAGE RECORD PER MASTER WRITE OR REWRITE, APPENDED ACROSS
004310*    RUNS.  OPENED ONLY IN MASTER-UPDATE MODE.
004320     SELECT JRNLFILE
004330         ASSIGN TO "JRNLFILE"
004340         ORGANIZATION IS LINE SEQUENTIAL
004350         FILE STATUS IS WS-JRNLFILE-STATUS.
004360
004370     SELECT STATEFILE
004380         ASSIGN TO "STATETAB"
004390         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-STATEFILE-STATUS.
004410
004420     SELECT CEPFILE
004430         ASSIGN TO "CEPTAB"
004440         ORGANIZATION IS LINE SEQUENTIAL
004450         FILE STATUS IS WS-CEPFILE-STATUS.
004460
004470     SELECT SEQFILE
004480         ASSIGN TO "SEQCTL"
004490         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-SEQFILE-STATUS.
004510
004520     SELECT XLITFILE
004530         ASSIGN TO "XLITTAB"
004540         ORGANIZATION IS LINE SEQUENTIAL
004550         FILE STATUS IS WS-XLITFILE-STATUS.
004560
004570     SELECT STATFILE
004580         ASSIGN TO "NIGHTCTL"
004590         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-STATFILE-STATUS.
004610
004620*    MCTLFILE IS THE ONE-RECORD CUSTOMER MASTER CONTROL DATASET.
004630*    OPENED ONLY AT THE END OF A CUSTOMER-LAYOUT MASTER-UPDATE
004640*    RUN.
004650     SELECT MCTLFILE
004660         ASSIGN TO "MSTCTL"
004670         ORGANIZATION IS LINE SEQUENTIAL
004680         FILE STATUS IS WS-MCTLFILE-STATUS.
004690
004700*    EXCPTRK IS THE PERSISTENT KEYED EXCEPTION-TRACKING FILE,
004710*    INDEXED ON THE ACCOUNT NUMBER.  OPENED ONLY FOR THE
004720*    CUSTOMER LAYOUT -- THE DESCRIPTION LAYOUT HAS NO ACCOUNT.
004730     SELECT EXCPTRK
004740         ASSIGN TO "EXCPTRK"
004750         ORGANIZATION IS INDEXED
004760         ACCESS MODE IS RANDOM
004770         RECORD KEY IS ETK-ACCOUNT-NO
004780         FILE STATUS IS WS-EXCPTRK-STATUS.
004790
004800*    ITEMFILE IS THE INDEXED (KSDS) ITEM MASTER, KEYED ON THE
004810*    ITEM CODE, AND IJRNFILE ITS BEFORE/AFTER IMAGE JOURNAL.
004820*    BOTH ARE OPENED ONLY FOR A MASTER-UPDATE RUN OF THE
004830*    DESCRIPTION LAYOUT -- IN PLACE OF MASTFILE AND JRNLFILE.
004840     SELECT ITEMFILE
004850         ASSIGN TO "ITEMMAST"
004860         ORGANIZATION IS INDEXED
004870         ACCESS MODE IS RANDOM
004880         RECORD KEY IS ITM-ITEM-CODE
004890         FILE STATUS IS WS-ITEMFILE-STATUS.
004900
004910     SELECT IJRNFILE
004920         ASSIGN TO "ITMJRNL"
004930         ORGANIZATION IS LINE SEQUENTIAL
004940         FILE STATUS IS WS-IJRNFILE-STATUS.
004950
004960 DATA DIVISION.
004970 FILE SECTION.
004980
004990 FD  INFILE
005000     LABEL RECORDS ARE STANDARD.
005010*    INFILE'S RECORD IS A RAW LINE BUFFER, NOT THE CUSTOMER
005020*    RECORD LAYOUT -- IT IS DELIBERATELY WIDER THAN CUSTREC'S
005030*    100 BYTES SO A PHYSICAL LINE LONGER THAN EXPECTED IS READ
005040*    IN ONE PIECE INSTEAD OF BEING SPLIT ACROSS TWO OR MORE
005050*    READS.  2100-VALIDATE-RECORD CHECKS IN-RAW-OVERFLOW FOR
005060*    ANY NON-BLANK CONTENT TO QUARANTINE THE WHOLE LINE AS ONE
005070*    EXCEPTION INSTEAD OF LETTING THE TAIL OF IT BECOME A
005080*    SECOND, FABRICATED CUSTOMER RECORD.
005090 01  IN-RAW-RECORD.
005100     05  IN-RAW-DATA             PIC X(100).
005110     05  IN-RAW-OVERFLOW         PIC X(200).
005120
005130 FD  OUTFILE
005140     LABEL RECORDS ARE STANDARD.
005150     COPY CUSTREC
005160         REPLACING ==CR-CUSTOMER-RECORD==
005170                  BY ==OUT-CUSTOMER-RECORD==
005180                   ==CR-ACCOUNT-NO==      BY ==OUT-ACCOUNT-NO==
005190                   ==CR-NAME==            BY ==OUT-NAME==
005200                   ==CR-STREET==          BY ==OUT-STREET==
005210                   ==CR-CITY==            BY ==OUT-CITY==
005220                   ==CR-STATE==           BY ==OUT-STATE==
005230                   ==CR-REC-TYPE==        BY ==OUT-REC-TYPE==
005240                   ==CR-TYPE-MAINTAIN==   BY ==OUT-TYPE-MAINTAIN==
005250                   ==CR-TYPE-DELETE==     BY ==OUT-TYPE-DELETE==
005260                   ==CR-CEP==             BY ==OUT-CEP==.
005270*    THE DELIMITED VIEW OF THE SAME OUTPUT RECORD AREA -- USED
005280*    ONLY WHEN THE PARM OUTPUT FORMAT IS 'D'.
005290 01  OUT-DELIM-RECORD            PIC X(110).
005300
005310 FD  EXCPFILE
005320     LABEL RECORDS ARE STANDARD.
005330     COPY EXCPREC.
005340
005350 FD  RPTFILE
005360     LABEL RECORDS ARE STANDARD.
005370 01  RPT-RECORD                  PIC X(80).
005380
005390 FD  CKPTFILE
005400     LABEL RECORDS ARE STANDARD.
005410 01  CKPT-RECORD.
005420     05  CKPT-INPUT-DSNAME       PIC X(40).
005430     05  CKPT-LAST-RECORD-NO     PIC 9(08).
005440     05  CKPT-WRITTEN-COUNT      PIC 9(08).
005450     05  CKPT-REJECT-COUNT       PIC 9(08).
005460     05  CKPT-NONALPHA-COUNT     PIC 9(08).
005470     05  CKPT-CHAR-CONV-COUNT    PIC 9(08).
005480     05  CKPT-MST-ADD-COUNT      PIC 9(08).
005490     05  CKPT-MST-CHANGE-COUNT   PIC 9(08).
005500     05  CKPT-MST-UNMATCH-COUNT  PIC 9(08).
005510     05  CKPT-DUP-COUNT          PIC 9(08).
005520     05  CKPT-XLIT-COUNT         PIC 9(08).
005530     05  CKPT-JOURNAL-COUNT      PIC 9(08).
005540     05  CKPT-MST-UNCHG-COUNT    PIC 9(08).
005550     05  CKPT-MST-DELETE-COUNT   PIC 9(08).
005560     05  CKPT-MST-SUPPR-COUNT    PIC 9(08).
005570     05  CKPT-MST-ADD-HASH       PIC 9(18).
005580     05  CKPT-MST-DELETE-HASH    PIC 9(18).
005590
005600 FD  BYPFILE
005610     LABEL RECORDS ARE STANDARD.
005620 01  BYP-RECORD                  PIC X(100).
005630
005640 FD  CHGFILE
005650     LABEL RECORDS ARE STANDARD.
005660 01  CHG-RECORD                  PIC X(132).
005670
005680 FD  AUDITFILE
005690     LABEL RECORDS ARE STANDARD.
005700 01  AUDIT-RECORD                PIC X(250).
005710
005720 FD  MASTFILE
005730     LABEL RECORDS ARE STANDARD.
005740     COPY MSTREC.
005750
005760 FD  JRNLFILE
005770     LABEL RECORDS ARE STANDARD.
005780     COPY JRNLREC.
005790
005800 FD  STATEFILE
005810     LABEL RECORDS ARE STANDARD.
005820 01  STATE-RECORD.
005830     05  STATE-REC-CODE          PIC X(02).
005840     05  FILLER                  PIC X(78).
005850
005860 FD  CEPFILE
005870     LABEL RECORDS ARE STANDARD.
005880 01  CEP-RECORD.
005890     05  CEP-REC-STATE           PIC X(02).
005900     05  FILLER                  PIC X(01).
005910     05  CEP-REC-LOW             PIC X(08).
005920     05  FILLER                  PIC X(01).
005930     05  CEP-REC-HIGH            PIC X(08).
005940     05  FILLER                  PIC X(60).
005950
005960 FD  SEQFILE
005970     LABEL RECORDS ARE STANDARD.
005980 01  SEQ-RECORD.
005990     05  SEQ-INPUT-DSNAME        PIC X(40).
006000     05  SEQ-FILE-DATE           PIC 9(08).
006010     05  SEQ-FILE-SEQ            PIC 9(04).
006020
006030 FD  XLITFILE
006040     LABEL RECORDS ARE STANDARD.
006050 01  XLIT-RECORD.
006060     05  XLIT-FROM-CHAR          PIC X(01).
006070     05  FILLER                  PIC X(01).
006080     05  XLIT-TO-CHAR            PIC X(01).
006090     05  FILLER                  PIC X(77).
006100
006110 FD  STATFILE
006120     LABEL RECORDS ARE STANDARD.
006130     COPY STATREC.
006140
006150 FD  MCTLFILE
006160     LABEL RECORDS ARE STANDARD.
006170     COPY MCTLREC.
006180
006190 FD  EXCPTRK
006200     LABEL RECORDS ARE STANDARD.
006210     COPY EXTRKREC.
006220
006230 FD  ITEMFILE
006240     LABEL RECORDS ARE STANDARD.
006250     COPY ITEMREC.
006260
006270 FD  IJRNFILE
006280     LABEL RECORDS ARE STANDARD.
006290     COPY ITJRNREC.
006300
006310 WORKING-STORAGE SECTION.
006320
006330*---------------------------------------------------------------*
006340*    RUN-TIME PARAMETER AND COMMAND-LINE PARSE AREA             *
006350*---------------------------------------------------------------*
006360 COPY CNVPARM.
006370
006380 01  WS-COMMAND-LINE              PIC X(88) VALUE SPACES.
006390 01  WS-COMMAND-LINE-X REDEFINES WS-COMMAND-LINE.
006400     05  CL-CASE-MODE             PIC X(01).
006410     05  CL-RESTART-SWITCH        PIC X(01).
006420     05  CL-INPUT-DSNAME          PIC X(40).
006430     05  CL-OUTPUT-DSNAME         PIC X(40).
006440     05  CL-MASTER-SWITCH         PIC X(01).
006450     05  CL-DUP-POLICY            PIC X(01).
006460     05  CL-LAYOUT-CODE           PIC X(01).
006470     05  CL-XLIT-SWITCH           PIC X(01).
006480     05  CL-OUT-FORMAT            PIC X(01).
006490     05  CL-NETCHG-SWITCH         PIC X(01).
006500
006510*---------------------------------------------------------------*
006520*    WORKING COPY OF THE CUSTOMER RECORD                        *
006530*---------------------------------------------------------------*
006540 COPY CUSTREC
006550     REPLACING ==CR-CUSTOMER-RECORD== BY ==WS-CUSTOMER-RECORD==
006560               ==CR-ACCOUNT-NO==      BY ==WS-ACCOUNT-NO==
006570               ==CR-NAME==            BY ==WS-NAME==
006580               ==CR-STREET==          BY ==WS-STREET==
006590               ==CR-CITY==            BY ==WS-CITY==
006600               ==CR-STATE==           BY ==WS-STATE==
006610               ==CR-REC-TYPE==        BY ==WS-REC-TYPE==
006620               ==CR-TYPE-MAINTAIN==   BY ==WS-TYPE-MAINTAIN==
006630               ==CR-TYPE-DELETE==     BY ==WS-TYPE-DELETE==
006640               ==CR-CEP==             BY ==WS-CEP==.
006650
006660*    THE DESCRIPTION-LAYOUT VIEW OF THE SAME WORK AREA -- THE
006670*    PARM LAYOUT CODE SAYS WHICH VIEW GOVERNS THE EDITS AND THE
006680*    CASE CONVERSION FOR THE RUN.
006690 COPY DESCREC
006700     REPLACING ==DR-DESCRIPTION-RECORD==
006710              BY ==WS-DESC-RECORD REDEFINES WS-CUSTOMER-RECORD==
006720               ==DR-ITEM-CODE==       BY ==WSD-ITEM-CODE==
006730               ==DR-SHORT-DESC==      BY ==WSD-SHORT-DESC==
006740               ==DR-LONG-DESC==       BY ==WSD-LONG-DESC==
006750               ==DR-REC-TYPE==        BY ==WSD-REC-TYPE==
006760               ==DR-TYPE-MAINTAIN==   BY ==WSD-TYPE-MAINTAIN==
006770               ==DR-TYPE-RETIRE==     BY ==WSD-TYPE-RETIRE==.
006780
006790*---------------------------------------------------------------*
006800*    CASE-CONVERSION TABLES                                     *
006810*---------------------------------------------------------------*
006820 01  WS-LOWER-ALPHA                PIC X(26)
006830         VALUE "abcdefghijklmnopqrstuvwxyz".
006840 01  WS-UPPER-ALPHA                PIC X(26)
006850         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
006860
006870*---------------------------------------------------------------*
006880*    ACCOUNT-NUMBER REGISTRY -- EVERY ACCOUNT ACCEPTED THIS RUN *
006890*    IS REGISTERED HERE SO A REPEAT OF THE SAME ACCOUNT LATER   *
006900*    IN THE FILE IS DETECTED.  THE RECORD NUMBER OF THE FIRST   *
006910*    OCCURRENCE IS KEPT SO THE REJECT-BOTH POLICY CAN FLAG THE  *
006920*    ALREADY-WRITTEN RECORD ON THE EXCEPTION FILE.              *
006930*                                                               *
006940*    THE REGISTRY IS A HASHED TABLE -- THE HOME SLOT IS THE     *
006950*    ACCOUNT NUMBER MOD THE (PRIME) TABLE SIZE, AND A COLLISION *
006960*    PROBES LINEARLY TO THE NEXT FREE SLOT, SO LOOKUP COST      *
006970*    STAYS FLAT HOWEVER MANY ACCOUNTS ARE REGISTERED.  THE      *
006980*    TABLE IS SIZED FOR THE MULTI-MILLION-RECORD CONSOLIDATED   *
006990*    EXTRACT; REGISTRATION STOPS AT 90 PERCENT LOAD, BEFORE     *
007000*    PROBING DEGENERATES.                                       *
007010*---------------------------------------------------------------*
007020 01  WS-ACCOUNT-REGISTRY.
007030     05  WS-ACCT-ENTRY-COUNT       PIC 9(08) COMP VALUE ZERO.
007040     05  WS-ACCT-ENTRY OCCURS 2500007 TIMES.
007050         10  WS-ACCT-USED          PIC X(01).
007060         10  WS-ACCT-NO            PIC 9(08) COMP.
007070         10  WS-ACCT-RECORD-NO     PIC 9(08) COMP.
007080         10  WS-ACCT-FLAGGED       PIC X(01).
007090
007100 77  WS-ACCT-TABLE-SIZE            PIC 9(08) COMP VALUE 2500007.
007110 77  WS-ACCT-MAX-LOAD              PIC 9(08) COMP VALUE 2250000.
007120 77  WS-ACCT-SLOT                  PIC 9(08) COMP VALUE ZERO.
007130 77  WS-ACCT-PROBE-COUNT           PIC 9(08) COMP VALUE ZERO.
007140 77  WS-ACCT-HASH-QUOT             PIC 9(08) COMP VALUE ZERO.
007150 77  WS-PROBE-DONE-SWITCH          PIC X(01) VALUE "N".
007160     88  WS-PROBE-DONE                    VALUE "Y".
007170
007180*---------------------------------------------------------------*
007190*    CONTROL (HDR/TRL) RECORD WORK AREA -- THE RAW INPUT LINE   *
007200*    IS MOVED HERE WHEN IT CARRIES A CONTROL RECORD.  THE HDR   *
007210*    VIEW CARRIES THE FILE DATE AND SEQUENCE; THE TRL VIEW      *
007220*    CARRIES THE DETAIL RECORD COUNT.                           *
007230*---------------------------------------------------------------*
007240 01  WS-CONTROL-RECORD.
007250     05  WS-CTL-RECORD-TYPE        PIC X(03).
007260         88  WS-CTL-IS-HEADER             VALUE "HDR".
007270         88  WS-CTL-IS-TRAILER            VALUE "TRL".
007280     05  WS-CTL-HDR-DATA.
007290         10  WS-CTL-FILE-DATE      PIC X(08).
007300         10  WS-CTL-FILE-SEQ       PIC X(04).
007310         10  FILLER                PIC X(85).
007320     05  WS-CTL-TRL-DATA REDEFINES WS-CTL-HDR-DATA.
007330         10  WS-CTL-REC-COUNT      PIC X(08).
007340         10  FILLER                PIC X(89).
007350
007360*---------------------------------------------------------------*
007370*    TRANSLITERATION TABLE -- LOADED AT INITIALIZATION FROM THE *
007380*    XLITTAB DD WHEN THE PARM ASKS FOR IT.  THE FROM AND TO     *
007390*    STRINGS RUN IN STEP: POSITION N OF ONE MAPS TO POSITION N  *
007400*    OF THE OTHER.                                              *
007410*---------------------------------------------------------------*
007420 01  WS-XLIT-TABLE.
007430     05  WS-XLIT-COUNT             PIC 9(04) COMP VALUE ZERO.
007440     05  WS-XLIT-FROM-STR          PIC X(200) VALUE SPACES.
007450     05  WS-XLIT-TO-STR            PIC X(200) VALUE SPACES.
007460
007470*---------------------------------------------------------------*
007480*    STATE/UF REFERENCE TABLE -- LOADED AT INITIALIZATION FROM  *
007490*    THE STATETAB DD SO THE VALID-CODE LIST IS MAINTAINED AS A  *
007500*    DATA FILE, NOT IN THE PROGRAM.                             *
007510*---------------------------------------------------------------*
007520 01  WS-STATE-TABLE.
007530     05  WS-STATE-COUNT            PIC 9(04) COMP VALUE ZERO.
007540     05  WS-STATE-CODE OCCURS 100 TIMES
007550             INDEXED BY WS-STATE-IDX
007560                                   PIC X(02).
007570
007580*---------------------------------------------------------------*
007590*    CEP RANGE TABLE -- LOADED AT INITIALIZATION FROM THE       *
007600*    CEPTAB DD: THE VALID CEP RANGE FOR EACH STATE, MAINTAINED  *
007610*    AS A DATA FILE THE SAME WAY STATETAB IS.                   *
007620*---------------------------------------------------------------*
007630 01  WS-CEP-TABLE.
007640     05  WS-CEP-COUNT              PIC 9(04) COMP VALUE ZERO.
007650     05  WS-CEP-ENTRY OCCURS 100 TIMES
007660             INDEXED BY WS-CEP-IDX.
007670         10  WS-CEP-STATE          PIC X(02).
007680         10  WS-CEP-LOW            PIC 9(08).
007690         10  WS-CEP-HIGH           PIC 9(08).
007700
007710*---------------------------------------------------------------*
007720*    FILE STATUS FIELDS                                         *
007730*---------------------------------------------------------------*
007740 77  WS-INFILE-STATUS              PIC X(02) VALUE "00".
007750 77  WS-OUTFILE-STATUS             PIC X(02) VALUE "00".
007760 77  WS-EXCPFILE-STATUS            PIC X(02) VALUE "00".
007770 77  WS-RPTFILE-STATUS             PIC X(02) VALUE "00".
007780 77  WS-CKPTFILE-STATUS            PIC X(02) VALUE "00".
007790 77  WS-AUDITFILE-STATUS           PIC X(02) VALUE "00".
007800 77  WS-MASTFILE-STATUS            PIC X(02) VALUE "00".
007810 77  WS-BYPFILE-STATUS             PIC X(02) VALUE "00".
007820 77  WS-CHGFILE-STATUS             PIC X(02) VALUE "00".
007830 77  WS-JRNLFILE-STATUS            PIC X(02) VALUE "00".
007840 77  WS-STATEFILE-STATUS           PIC X(02) VALUE "00".
007850 77  WS-CEPFILE-STATUS             PIC X(02) VALUE "00".
007860 77  WS-SEQFILE-STATUS             PIC X(02) VALUE "00".
007870 77  WS-XLITFILE-STATUS            PIC X(02) VALUE "00".
007880 77  WS-STATFILE-STATUS            PIC X(02) VALUE "00".
007890 77  WS-MCTLFILE-STATUS            PIC X(02) VALUE "00".
007900 77  WS-EXCPTRK-STATUS             PIC X(02) VALUE "00".
007910 77  WS-ITEMFILE-STATUS            PIC X(02) VALUE "00".
007920 77  WS-IJRNFILE-STATUS            PIC X(02) VALUE "00".
007930
007940*---------------------------------------------------------------*
007950*    SWITCHES                                                   *
007960*---------------------------------------------------------------*
007970 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
007980     88  WS-END-OF-FILE                   VALUE "Y".
007990 77  WS-VALID-RECORD-SWITCH        PIC X(01) VALUE "Y".
008000     88  WS-RECORD-IS-VALID               VALUE "Y".
008010 77  WS-PREV-SPACE-SWITCH          PIC X(01) VALUE "Y".
008020     88  WS-AT-WORD-START                 VALUE "Y".
008030 77  WS-NONALPHA-FOUND-SWITCH      PIC X(01) VALUE "N".
008040     88  WS-NONALPHA-FOUND                VALUE "Y".
008050 77  WS-DUP-FOUND-SWITCH           PIC X(01) VALUE "N".
008060     88  WS-DUP-FOUND                     VALUE "Y".
008070 77  WS-STATE-EOF-SWITCH           PIC X(01) VALUE "N".
008080     88  WS-STATE-END-OF-FILE             VALUE "Y".
008090 77  WS-XLIT-EOF-SWITCH            PIC X(01) VALUE "N".
008100     88  WS-XLIT-END-OF-FILE              VALUE "Y".
008110 77  WS-STATE-FOUND-SWITCH         PIC X(01) VALUE "N".
008120     88  WS-STATE-ON-TABLE                VALUE "Y".
008130 77  WS-CEP-FOUND-SWITCH           PIC X(01) VALUE "N".
008140     88  WS-CEP-STATE-ON-TABLE            VALUE "Y".
008150 77  WS-CEP-EOF-SWITCH             PIC X(01) VALUE "N".
008160     88  WS-CEP-END-OF-FILE               VALUE "Y".
008170 77  WS-HEADER-SEEN-SWITCH         PIC X(01) VALUE "N".
008180     88  WS-HEADER-SEEN                   VALUE "Y".
008190 77  WS-TRAILER-SEEN-SWITCH        PIC X(01) VALUE "N".
008200     88  WS-TRAILER-SEEN                  VALUE "Y".
008210 77  WS-TRAILER-MISMATCH-SWITCH    PIC X(01) VALUE "N".
008220     88  WS-TRAILER-MISMATCH              VALUE "Y".
008230 77  WS-OUTPUT-DISP-SWITCH         PIC X(01) VALUE "W".
008240     88  WS-WRITE-TO-OUTPUT               VALUE "W".
008250     88  WS-BYPASS-OUTPUT                 VALUE "B".
008260 77  WS-FIELD-CHANGED-SWITCH       PIC X(01) VALUE "N".
008270     88  WS-ANY-FIELD-CHANGED             VALUE "Y".
008280
008290*---------------------------------------------------------------*
008300*    COUNTERS AND SUBSCRIPTS                                    *
008310*---------------------------------------------------------------*
008320 77  WS-RECORD-COUNT               PIC 9(08) COMP VALUE ZERO.
008330 77  WS-WRITTEN-COUNT              PIC 9(08) COMP VALUE ZERO.
008340 77  WS-REJECT-COUNT               PIC 9(08) COMP VALUE ZERO.
008350 77  WS-NONALPHA-RECORD-COUNT      PIC 9(08) COMP VALUE ZERO.
008360 77  WS-CHAR-CONVERTED-COUNT       PIC 9(08) COMP VALUE ZERO.
008370 77  WS-MASTER-ADD-COUNT           PIC 9(08) COMP VALUE ZERO.
008380 77  WS-MASTER-CHANGE-COUNT        PIC 9(08) COMP VALUE ZERO.
008390 77  WS-MASTER-UNMATCH-COUNT       PIC 9(08) COMP VALUE ZERO.
008400 77  WS-JOURNAL-COUNT              PIC 9(08) COMP VALUE ZERO.
008410 77  WS-MASTER-UNCHANGED-COUNT     PIC 9(08) COMP VALUE ZERO.
008420 77  WS-MASTER-DELETE-COUNT        PIC 9(08) COMP VALUE ZERO.
008430 77  WS-MASTER-SUPPRESS-COUNT      PIC 9(08) COMP VALUE ZERO.
008440 77  WS-MASTER-ADD-HASH            PIC 9(18) COMP VALUE ZERO.
008450 77  WS-MASTER-DELETE-HASH         PIC 9(18) COMP VALUE ZERO.
008460 77  WS-DUPLICATE-COUNT            PIC 9(08) COMP VALUE ZERO.
008470 77  WS-DETAIL-COUNT               PIC 9(08) COMP VALUE ZERO.
008480 77  WS-XLIT-CHAR-COUNT            PIC 9(08) COMP VALUE ZERO.
008490 77  WS-XLIT-SUB                   PIC 9(04) COMP VALUE ZERO.
008500 77  WS-XLIT-TALLY                 PIC 9(04) COMP VALUE ZERO.
008510 77  WS-OUT-PTR                    PIC 9(04) COMP VALUE ZERO.
008520 77  WS-TRIM-LEN                   PIC 999 COMP VALUE ZERO.
008530 77  WS-TRAILER-COUNT-X            PIC 9(08) VALUE ZERO.
008540 77  WS-CONTROL-COUNT              PIC 9(08) COMP VALUE ZERO.
008550 77  WS-TRAILER-COUNT              PIC 9(08) COMP VALUE ZERO.
008560 77  WS-HDR-FILE-DATE              PIC 9(08) VALUE ZERO.
008570 77  WS-HDR-FILE-SEQ               PIC 9(04) VALUE ZERO.
008580 77  WS-SKIP-COUNT                 PIC 9(08) COMP VALUE ZERO.
008590 77  WS-SKIP-INDEX                 PIC 9(08) COMP VALUE ZERO.
008600 77  WS-ACTUAL-SKIP-COUNT          PIC 9(08) COMP VALUE ZERO.
008610 77  WS-CKPT-INTERVAL              PIC 9(04) COMP VALUE 100.
008620 77  WS-CKPT-QUOTIENT              PIC 9(08) COMP VALUE ZERO.
008630 77  WS-CKPT-REMAINDER             PIC 9(04) COMP VALUE ZERO.
008640 77  WS-FIELD-LEN                  PIC 999 COMP VALUE ZERO.
008650 77  WS-SUB                        PIC 999 COMP VALUE ZERO.
008660 77  WS-WORK-FIELD                 PIC X(60) VALUE SPACES.
008670 77  WS-STATE-WORK                 PIC X(02) VALUE SPACES.
008680 77  WS-CEP-WORK                   PIC 9(08) VALUE ZERO.
008690 77  WS-CEP-SAVE                   PIC X(08) VALUE SPACES.
008700 77  WS-EXCEPTION-REASON           PIC X(30) VALUE SPACES.
008710
008720*---------------------------------------------------------------*
008730*    MASTER-UPDATE JOURNAL WORK AREAS -- THE BEFORE-IMAGE IS     *
008740*    CAPTURED AHEAD OF THE REWRITE SO THE JOURNAL RECORD CAN     *
008750*    CARRY WHAT THE MASTER HELD BEFORE THE UPDATE.  AN ADD       *
008760*    JOURNALS SPACES AS ITS BEFORE-IMAGE.                        *
008770*---------------------------------------------------------------*
008780 01  WS-MASTER-BEFORE              PIC X(100) VALUE SPACES.
008790 01  WS-MASTER-AFTER               PIC X(100) VALUE SPACES.
008800 77  WS-JRN-ACTION                 PIC X(01) VALUE SPACE.
008810*    THE ITEM MASTER RECORD IS JOURNALED WHOLE -- ITS STATUS
008820*    AND DATES ARE PART OF WHAT A RETIREMENT CHANGES.
008830 01  WS-ITEM-BEFORE                PIC X(130) VALUE SPACES.
008840 01  WS-ITEM-AFTER                 PIC X(130) VALUE SPACES.
008850
008860*---------------------------------------------------------------*
008870*    NET-CHANGE COMPARE WORK AREAS -- ONE FIELD AT A TIME IS     *
008880*    STAGED HERE FOR THE COMPARE AND FOR ITS CHANGE-DETAIL       *
008890*    REPORT LINE.                                                *
008900*---------------------------------------------------------------*
008910 77  WS-CHG-FIELD-NAME             PIC X(06) VALUE SPACES.
008920 77  WS-CHG-OLD-VALUE              PIC X(30) VALUE SPACES.
008930 77  WS-CHG-NEW-VALUE              PIC X(30) VALUE SPACES.
008940
008950*---------------------------------------------------------------*
008960*    AUDIT LOG AND REPORT WORK AREAS                             *
008970*---------------------------------------------------------------*
008980 01  WS-CURRENT-DATE               PIC 9(08) VALUE ZERO.
008990 01  WS-DATE-X REDEFINES WS-CURRENT-DATE.
009000     05  WS-DATE-CCYY              PIC 9(04).
009010     05  WS-DATE-MM                PIC 9(02).
009020     05  WS-DATE-DD                PIC 9(02).
009030 01  WS-CURRENT-TIME               PIC 9(08) VALUE ZERO.
009040 01  WS-TIME-X REDEFINES WS-CURRENT-TIME.
009050     05  WS-TIME-HH                PIC 9(02).
009060     05  WS-TIME-MN                PIC 9(02).
009070     05  WS-TIME-SS                PIC 9(02).
009080     05  WS-TIME-HS                PIC 9(02).
009090 77  WS-RUN-USER                   PIC X(20) VALUE SPACES.
009100
009110 01  WS-RECORD-COUNT-ED            PIC ZZZ,ZZZ,ZZ9.
009120 01  WS-WRITTEN-COUNT-ED           PIC ZZZ,ZZZ,ZZ9.
009130 01  WS-REJECT-COUNT-ED            PIC ZZZ,ZZZ,ZZ9.
009140 01  WS-NONALPHA-COUNT-ED          PIC ZZZ,ZZZ,ZZ9.
009150 01  WS-CHAR-COUNT-ED              PIC ZZZ,ZZZ,ZZ9.
009160 01  WS-MASTER-ADD-ED              PIC ZZZ,ZZZ,ZZ9.
009170 01  WS-MASTER-CHANGE-ED           PIC ZZZ,ZZZ,ZZ9.
009180 01  WS-MASTER-UNMATCH-ED          PIC ZZZ,ZZZ,ZZ9.
009190 01  WS-JOURNAL-COUNT-ED           PIC ZZZ,ZZZ,ZZ9.
009200 01  WS-MASTER-UNCHG-ED            PIC ZZZ,ZZZ,ZZ9.
009210 01  WS-MASTER-DELETE-ED           PIC ZZZ,ZZZ,ZZ9.
009220 01  WS-MASTER-SUPPR-ED            PIC ZZZ,ZZZ,ZZ9.
009230 01  WS-DUP-COUNT-ED               PIC ZZZ,ZZZ,ZZ9.
009240 01  WS-CONTROL-COUNT-ED           PIC ZZZ,ZZZ,ZZ9.
009250 01  WS-XLIT-COUNT-ED              PIC ZZZ,ZZZ,ZZ9.
009260 01  WS-TRAILER-COUNT-ED           PIC ZZZ,ZZZ,ZZ9.
009270 01  WS-DETAIL-COUNT-ED            PIC ZZZ,ZZZ,ZZ9.
009280
009290 PROCEDURE DIVISION.
009300
009310******************************************************************
009320*    0000-MAINLINE                                               *
009330******************************************************************
009340 0000-MAINLINE.
009350
009360     PERFORM 1000-INITIALIZE
009370         THRU 1000-EXIT.
009380
009390     PERFORM 2000-PROCESS-RECORDS
009400         THRU 2000-EXIT
009410         UNTIL WS-END-OF-FILE.
009420
009430     PERFORM 9000-TERMINATE
009440         THRU 9000-EXIT.
009450
009460     STOP RUN.
009470
009480******************************************************************
009490*    1000-INITIALIZE -- PARSE PARM, OPEN FILES, SET UP RESTART   *
009500******************************************************************
009510 1000-INITIALIZE.
009520
009530     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
009540
009550     IF CL-CASE-MODE = SPACE
009560         MOVE "U" TO CNV-CASE-MODE
009570     ELSE
009580         MOVE CL-CASE-MODE TO CNV-CASE-MODE
009590     END-IF.
009600
009610     IF CL-RESTART-SWITCH = SPACE
009620         MOVE "N" TO CNV-RESTART-SWITCH
009630     ELSE
009640         MOVE CL-RESTART-SWITCH TO CNV-RESTART-SWITCH
009650     END-IF.
009660
009670     MOVE CL-INPUT-DSNAME  TO CNV-INPUT-DSNAME.
009680     MOVE CL-OUTPUT-DSNAME TO CNV-OUTPUT-DSNAME.
009690
009700     IF CL-MASTER-SWITCH = SPACE
009710         MOVE "N" TO CNV-MASTER-SWITCH
009720     ELSE
009730         MOVE CL-MASTER-SWITCH TO CNV-MASTER-SWITCH
009740     END-IF.
009750
009760     IF CL-DUP-POLICY = SPACE
009770         MOVE "F" TO CNV-DUP-POLICY
009780     ELSE
009790         MOVE CL-DUP-POLICY TO CNV-DUP-POLICY
009800     END-IF.
009810
009820     IF CL-LAYOUT-CODE = SPACE
009830         MOVE "C" TO CNV-LAYOUT-CODE
009840     ELSE
009850         MOVE CL-LAYOUT-CODE TO CNV-LAYOUT-CODE
009860     END-IF.
009870
009880     IF NOT CNV-LAYOUT-CUSTOMER AND NOT CNV-LAYOUT-DESC
009890         DISPLAY
009900             "CONVERT6 - UNKNOWN LAYOUT CODE IN PARM: "
009910             CNV-LAYOUT-CODE
009920         MOVE 16 TO RETURN-CODE
009930         STOP RUN
009940     END-IF.
009950
009960     IF CL-XLIT-SWITCH = SPACE
009970         MOVE "N" TO CNV-XLIT-SWITCH
009980     ELSE
009990         MOVE CL-XLIT-SWITCH TO CNV-XLIT-SWITCH
010000     END-IF.
010010
010020     IF CL-OUT-FORMAT = SPACE
010030         MOVE "F" TO CNV-OUT-FORMAT
010040     ELSE
010050         MOVE CL-OUT-FORMAT TO CNV-OUT-FORMAT
010060     END-IF.
010070
010080     IF NOT CNV-OUT-FIXED AND NOT CNV-OUT-DELIMITED
010090         DISPLAY
010100             "CONVERT6 - UNKNOWN OUTPUT FORMAT IN PARM: "
010110             CNV-OUT-FORMAT
010120         MOVE 16 TO RETURN-CODE
010130         STOP RUN
010140     END-IF.
010150
010160     IF CL-NETCHG-SWITCH = SPACE
010170         MOVE "N" TO CNV-NETCHG-SWITCH
010180     ELSE
010190         MOVE CL-NETCHG-SWITCH TO CNV-NETCHG-SWITCH
010200     END-IF.
010210
010220*    THE NET-CHANGE COMPARE IS A COMPARE AGAINST THE MASTER --
010230*    THERE IS NOTHING TO COMPARE WITH OUTSIDE MASTER-UPDATE MODE.
010240     IF CNV-NETCHG-REQUESTED AND NOT CNV-MASTER-UPDATE
010250         DISPLAY
010260             "CONVERT6 - NET-CHANGE FILTERING NEEDS MASTER-"
010270             "UPDATE MODE"
010280         MOVE 16 TO RETURN-CODE
010290         STOP RUN
010300     END-IF.
010310
010320     PERFORM 1600-LOAD-STATE-TABLE
010330         THRU 1600-EXIT.
010340
010350*    THE CEP EDIT APPLIES TO THE CUSTOMER LAYOUT ONLY -- THE
010360*    DESCRIPTION EXTRACT CARRIES NO CEP.
010370     IF CNV-LAYOUT-CUSTOMER
010380         PERFORM 1680-LOAD-CEP-TABLE
010390             THRU 1680-EXIT
010400     END-IF.
010410
010420     IF CNV-XLIT-REQUESTED
010430         PERFORM 1650-LOAD-XLIT-TABLE
010440             THRU 1650-EXIT
010450     END-IF.
010460
010470     IF CNV-INPUT-DSNAME = SPACES OR CNV-OUTPUT-DSNAME = SPACES
010480         DISPLAY
010490             "CONVERT6 - INPUT/OUTPUT FILE NAME MISSING IN PARM"
010500         MOVE 16 TO RETURN-CODE
010510         STOP RUN
010520     END-IF.
010530
010540     IF CNV-RESTART-REQUESTED
010550         PERFORM 1500-READ-CHECKPOINT
010560             THRU 1500-EXIT
010570     END-IF.
010580
010590     OPEN INPUT INFILE.
010600     IF WS-INFILE-STATUS NOT = "00"
010610         DISPLAY
010620             "CONVERT6 - UNABLE TO OPEN INFILE - STATUS "
010630             WS-INFILE-STATUS
010640         MOVE 16 TO RETURN-CODE
010650         STOP RUN
010660     END-IF.
010670
010680     IF CNV-RESTART-REQUESTED
010690         OPEN EXTEND OUTFILE
010700         OPEN EXTEND EXCPFILE
010710     ELSE
010720         OPEN OUTPUT OUTFILE
010730         OPEN OUTPUT EXCPFILE
010740     END-IF.
010750
010760     IF WS-OUTFILE-STATUS NOT = "00"
010770         DISPLAY
010780             "CONVERT6 - UNABLE TO OPEN OUTFILE - STATUS "
010790             WS-OUTFILE-STATUS
010800         MOVE 16 TO RETURN-CODE
010810         STOP RUN
010820     END-IF.
010830
010840     IF WS-EXCPFILE-STATUS NOT = "00"
010850         DISPLAY
010860             "CONVERT6 - UNABLE TO OPEN EXCPFILE - STATUS "
010870             WS-EXCPFILE-STATUS
010880         MOVE 16 TO RETURN-CODE
010890         STOP RUN
010900     END-IF.
010910
010920     OPEN OUTPUT RPTFILE.
010930     IF WS-RPTFILE-STATUS NOT = "00"
010940         DISPLAY
010950             "CONVERT6 - UNABLE TO OPEN RPTFILE - STATUS "
010960             WS-RPTFILE-STATUS
010970         MOVE 16 TO RETURN-CODE
010980         STOP RUN
010990     END-IF.
011000
011010*    IN DELIMITED MODE THE FIELD-NAME HEADER LEADS THE FILE --
011020*    BUT NOT ON A RESTART, WHERE THE FIRST RUN ALREADY WROTE IT.
011030     IF CNV-OUT-DELIMITED AND NOT CNV-RESTART-REQUESTED
011040         PERFORM 2810-WRITE-DELIM-HEADER
011050             THRU 2810-EXIT
011060     END-IF.
011070
011080     IF CNV-MASTER-UPDATE
011090         PERFORM 1950-OPEN-BYPASS-FILES
011100             THRU 1950-EXIT
011110     END-IF.
011120
011130     IF CNV-LAYOUT-CUSTOMER
011140         PERFORM 1970-OPEN-EXCPTRK
011150             THRU 1970-EXIT
011160         PERFORM 1750-CLEAR-REGISTRY
011170             THRU 1750-EXIT
011180     END-IF.
011190
011200*    THE CUSTOMER MASTER IS KEYED ON ACCOUNT NUMBER -- THE
011210*    DESCRIPTION LAYOUT HAS NONE, AND UPDATES THE ITEM MASTER
011220*    KEYED ON ITS ITEM CODE INSTEAD.
011230     IF CNV-MASTER-UPDATE
011240         IF CNV-LAYOUT-DESC
011250             PERFORM 1910-OPEN-ITEM-MASTER
011260                 THRU 1910-EXIT
011270         ELSE
011280             PERFORM 1900-OPEN-MASTER
011290                 THRU 1900-EXIT
011300         END-IF
011310     END-IF.
011320
011330     IF CNV-RESTART-REQUESTED AND WS-SKIP-COUNT > 0
011340         PERFORM 1800-SKIP-RECORDS
011350             THRU 1800-EXIT
011360     END-IF.
011370
011380 1000-EXIT.
011390     EXIT.
011400
011410******************************************************************
011420*    1500-READ-CHECKPOINT -- FETCH LAST RECORD-NO AND THE        *
011430*                            CUMULATIVE COUNTS FROM A PRIOR RUN  *
011440******************************************************************
011450 1500-READ-CHECKPOINT.
011460
011470     MOVE ZERO TO WS-SKIP-COUNT.
011480     OPEN INPUT CKPTFILE.
011490     IF WS-CKPTFILE-STATUS NOT = "00"
011500         DISPLAY
011510             "CONVERT6 - RESTART REQUESTED BUT CKPTFILE WILL NOT"
011520         DISPLAY
011530             "CONVERT6 - OPEN - STATUS " WS-CKPTFILE-STATUS
011540         MOVE 16 TO RETURN-CODE
011550         STOP RUN
011560     END-IF.
011570
011580     READ CKPTFILE
011590         AT END
011600             GO TO 1500-CLOSE
011610     END-READ.
011620
011630     IF CKPT-INPUT-DSNAME NOT = CNV-INPUT-DSNAME
011640         CLOSE CKPTFILE
011650         DISPLAY
011660             "CONVERT6 - CHECKPOINT DOES NOT MATCH INPUT FILE"
011670         DISPLAY
011680             "CONVERT6 - CHECKPOINT IS FOR " CKPT-INPUT-DSNAME
011690         DISPLAY
011700             "CONVERT6 - THIS RUN IS FOR    " CNV-INPUT-DSNAME
011710         MOVE 16 TO RETURN-CODE
011720         STOP RUN
011730     END-IF.
011740
011750     MOVE CKPT-LAST-RECORD-NO  TO WS-SKIP-COUNT.
011760     MOVE CKPT-WRITTEN-COUNT   TO WS-WRITTEN-COUNT.
011770     MOVE CKPT-REJECT-COUNT    TO WS-REJECT-COUNT.
011780     MOVE CKPT-NONALPHA-COUNT  TO WS-NONALPHA-RECORD-COUNT.
011790     MOVE CKPT-CHAR-CONV-COUNT TO WS-CHAR-CONVERTED-COUNT.
011800
011810*    A CHECKPOINT WRITTEN BEFORE THE MASTER COUNTS WERE ADDED TO
011820*    CKPT-RECORD COMES BACK WITH SPACES IN THE NEW FIELDS -- TAKE
011830*    THEM ONLY WHEN THEY ARE REALLY THERE.
011840     IF CKPT-MST-ADD-COUNT NUMERIC
011850         MOVE CKPT-MST-ADD-COUNT     TO WS-MASTER-ADD-COUNT
011860     END-IF.
011870     IF CKPT-MST-CHANGE-COUNT NUMERIC
011880         MOVE CKPT-MST-CHANGE-COUNT  TO WS-MASTER-CHANGE-COUNT
011890     END-IF.
011900     IF CKPT-MST-UNMATCH-COUNT NUMERIC
011910         MOVE CKPT-MST-UNMATCH-COUNT TO WS-MASTER-UNMATCH-COUNT
011920     END-IF.
011930     IF CKPT-DUP-COUNT NUMERIC
011940         MOVE CKPT-DUP-COUNT         TO WS-DUPLICATE-COUNT
011950     END-IF.
011960     IF CKPT-XLIT-COUNT NUMERIC
011970         MOVE CKPT-XLIT-COUNT        TO WS-XLIT-CHAR-COUNT
011980     END-IF.
011990     IF CKPT-JOURNAL-COUNT NUMERIC
012000         MOVE CKPT-JOURNAL-COUNT     TO WS-JOURNAL-COUNT
012010     END-IF.
012020     IF CKPT-MST-UNCHG-COUNT NUMERIC
012030         MOVE CKPT-MST-UNCHG-COUNT
012040             TO WS-MASTER-UNCHANGED-COUNT
012050     END-IF.
012060     IF CKPT-MST-DELETE-COUNT NUMERIC
012070         MOVE CKPT-MST-DELETE-COUNT
012080             TO WS-MASTER-DELETE-COUNT
012090     END-IF.
012100     IF CKPT-MST-SUPPR-COUNT NUMERIC
012110         MOVE CKPT-MST-SUPPR-COUNT
012120             TO WS-MASTER-SUPPRESS-COUNT
012130     END-IF.
012140     IF CKPT-MST-ADD-HASH NUMERIC
012150         MOVE CKPT-MST-ADD-HASH    TO WS-MASTER-ADD-HASH
012160     END-IF.
012170     IF CKPT-MST-DELETE-HASH NUMERIC
012180         MOVE CKPT-MST-DELETE-HASH TO WS-MASTER-DELETE-HASH
012190     END-IF.
012200
012210 1500-CLOSE.
012220     CLOSE CKPTFILE.
012230
012240 1500-EXIT.
012250     EXIT.
012260
012270******************************************************************
012280*    1750-CLEAR-REGISTRY -- MARK EVERY REGISTRY SLOT FREE.  THE  *
012290*                           HASH PROBE RELIES ON THE USED FLAG,  *
012300*                           NOT ON STORAGE HAPPENING TO START    *
012310*                           CLEAN.                               *
012320******************************************************************
012330 1750-CLEAR-REGISTRY.
012340
012350     PERFORM 1760-CLEAR-ONE-SLOT
012360         THRU 1760-EXIT
012370         VARYING WS-ACCT-SLOT FROM 1 BY 1
012380         UNTIL WS-ACCT-SLOT > WS-ACCT-TABLE-SIZE.
012390
012400 1750-EXIT.
012410     EXIT.
012420
012430 1760-CLEAR-ONE-SLOT.
012440
012450     MOVE "N" TO WS-ACCT-USED (WS-ACCT-SLOT).
012460
012470 1760-EXIT.
012480     EXIT.
012490
012500******************************************************************
012510*    1800-SKIP-RECORDS -- REPOSITION PAST ALREADY-PROCESSED      *
012520*                          RECORDS ON A RESTARTED RUN.  WS-SKIP- *
012530*                          INDEX COUNTS ATTEMPTS; WS-ACTUAL-SKIP *
012540*                          COUNT COUNTS ONLY READS THAT ACTUALLY*
012550*                          SUCCEEDED, SO A CHECKPOINT THAT CLAIMS*
012560*                          MORE RECORDS THAN THE INPUT FILE HAS *
012570*                          IS DETECTED, NOT TRUSTED BLINDLY.     *
012580******************************************************************
012590 1800-SKIP-RECORDS.
012600
012610     MOVE ZERO TO WS-ACTUAL-SKIP-COUNT.
012620     PERFORM 1810-SKIP-ONE-RECORD
012630         THRU 1810-EXIT
012640         VARYING WS-SKIP-INDEX FROM 1 BY 1
012650         UNTIL WS-SKIP-INDEX > WS-SKIP-COUNT
012660            OR WS-END-OF-FILE.
012670
012680     IF WS-END-OF-FILE
012690         DISPLAY
012700             "CONVERT6 - INPUT FILE SHORTER THAN CHECKPOINT"
012710         DISPLAY
012720             "CONVERT6 - CHECKPOINT EXPECTS " WS-SKIP-COUNT
012730             " RECORDS ALREADY DONE, INPUT HAS ONLY "
012740             WS-ACTUAL-SKIP-COUNT
012750         MOVE 16 TO RETURN-CODE
012760         STOP RUN
012770     END-IF.
012780
012790     MOVE WS-SKIP-COUNT TO WS-RECORD-COUNT.
012800
012810 1800-EXIT.
012820     EXIT.
012830
012840 1810-SKIP-ONE-RECORD.
012850
012860     READ INFILE
012870         AT END
012880             MOVE "Y" TO WS-EOF-SWITCH
012890             GO TO 1810-EXIT
012900     END-READ.
012910
012920     ADD 1 TO WS-ACTUAL-SKIP-COUNT.
012930     MOVE WS-ACTUAL-SKIP-COUNT TO WS-RECORD-COUNT.
012940
012950*    A CONTROL RECORD SKIPPED ON RESTART IS STILL PROCESSED --
012960*    THE HEADER'S SEQUENCE CHECK AND THE TRAILER'S COUNT MUST
012970*    COVER THE WHOLE FILE, NOT JUST THE TAIL AFTER THE RESTART.
012980     IF IN-RAW-DATA (1:3) = "HDR" OR IN-RAW-DATA (1:3) = "TRL"
012990         PERFORM 2050-CONTROL-RECORD
013000             THRU 2050-EXIT
013010         GO TO 1810-EXIT
013020     END-IF.
013030
013040     ADD 1 TO WS-DETAIL-COUNT.
013050
013060     PERFORM 1820-REGISTER-SKIPPED
013070         THRU 1820-EXIT.
013080
013090 1810-EXIT.
013100     EXIT.
013110
013120******************************************************************
013130*    1820-REGISTER-SKIPPED -- RE-REGISTER THE ACCOUNT OF A       *
013140*                              SKIPPED RECORD SO DUPLICATE       *
013150*                              DETECTION ON A RESTARTED RUN      *
013160*                              STILL COVERS THE RECORDS THE      *
013170*                              PRIOR RUN ALREADY PROCESSED.      *
013180*                              THE SAME EDITS AS THE STRAIGHT    *
013190*                              RUN ARE RE-APPLIED FIRST -- ONLY  *
013200*                              A RECORD THE PRIOR RUN ACTUALLY   *
013210*                              WROTE REACHED THE REGISTRY THEN,  *
013220*                              AND ONLY SUCH A RECORD MAY REACH  *
013230*                              IT NOW, OR A CLEAN REPEAT OF A    *
013240*                              PREVIOUSLY REJECTED ACCOUNT       *
013250*                              WOULD BE FALSELY REJECTED AS A    *
013260*                              DUPLICATE AFTER A RESTART.        *
013270******************************************************************
013280 1820-REGISTER-SKIPPED.
013290
013300     IF CNV-LAYOUT-DESC
013310         GO TO 1820-EXIT
013320     END-IF.
013330
013340     IF IN-RAW-OVERFLOW NOT = SPACES
013350         GO TO 1820-EXIT
013360     END-IF.
013370
013380     MOVE IN-RAW-DATA TO WS-CUSTOMER-RECORD.
013390
013400     IF WS-CUSTOMER-RECORD = SPACES
013410         GO TO 1820-EXIT
013420     END-IF.
013430
013440     IF WS-ACCOUNT-NO NOT NUMERIC
013450         GO TO 1820-EXIT
013460     END-IF.
013470
013480     IF NOT WS-TYPE-MAINTAIN AND NOT WS-TYPE-DELETE
013490         GO TO 1820-EXIT
013500     END-IF.
013510
013520     IF WS-TYPE-DELETE
013530         GO TO 1820-EXIT
013540     END-IF.
013550
013560     IF WS-NAME = SPACES
013570         GO TO 1820-EXIT
013580     END-IF.
013590
013600     PERFORM 2130-CHECK-STATE
013610         THRU 2130-EXIT.
013620     IF NOT WS-STATE-ON-TABLE
013630         GO TO 1820-EXIT
013640     END-IF.
013650
013660     MOVE "Y" TO WS-VALID-RECORD-SWITCH.
013670     PERFORM 2135-CHECK-CEP
013680         THRU 2135-EXIT.
013690     IF NOT WS-RECORD-IS-VALID
013700         GO TO 1820-EXIT
013710     END-IF.
013720
013730     PERFORM 2150-LOOK-UP-ACCOUNT
013740         THRU 2150-EXIT.
013750     IF NOT WS-DUP-FOUND
013760         PERFORM 2160-REGISTER-ACCOUNT
013770             THRU 2160-EXIT
013780     END-IF.
013790
013800 1820-EXIT.
013810     EXIT.
013820
013830******************************************************************
013840*    1600-LOAD-STATE-TABLE -- LOAD THE VALID STATE/UF CODES FROM *
013850*                             THE STATETAB DD.  ONE CODE PER     *
013860*                             LINE IN COLUMNS 1-2; '*' COMMENT   *
013870*                             LINES AND BLANK LINES ARE IGNORED. *
013880*                             A TABLE THAT WILL NOT OPEN OR THAT *
013890*                             LOADS EMPTY IS FATAL -- THE STATE  *
013900*                             EDIT CANNOT BE RELIED ON WITHOUT   *
013910*                             IT.                                *
013920******************************************************************
013930 1600-LOAD-STATE-TABLE.
013940
013950     OPEN INPUT STATEFILE.
013960     IF WS-STATEFILE-STATUS NOT = "00"
013970         DISPLAY
013980             "CONVERT6 - UNABLE TO OPEN STATETAB - STATUS "
013990             WS-STATEFILE-STATUS
014000         MOVE 16 TO RETURN-CODE
014010         STOP RUN
014020     END-IF.
014030
014040     MOVE "N" TO WS-STATE-EOF-SWITCH.
014050     PERFORM 1610-LOAD-ONE-STATE
014060         THRU 1610-EXIT
014070         UNTIL WS-STATE-END-OF-FILE.
014080
014090     CLOSE STATEFILE.
014100
014110     IF WS-STATE-COUNT = ZERO
014120         DISPLAY
014130             "CONVERT6 - STATE TABLE LOADED EMPTY FROM STATETAB"
014140         MOVE 16 TO RETURN-CODE
014150         STOP RUN
014160     END-IF.
014170
014180 1600-EXIT.
014190     EXIT.
014200
014210 1610-LOAD-ONE-STATE.
014220
014230     READ STATEFILE
014240         AT END
014250             MOVE "Y" TO WS-STATE-EOF-SWITCH
014260             GO TO 1610-EXIT
014270     END-READ.
014280
014290     IF STATE-RECORD = SPACES
014300      OR STATE-RECORD (1:1) = "*"
014310         GO TO 1610-EXIT
014320     END-IF.
014330
014340     IF WS-STATE-COUNT >= 100
014350         DISPLAY
014360             "CONVERT6 - STATE TABLE FULL - RAISE THE LIMIT"
014370         MOVE 16 TO RETURN-CODE
014380         STOP RUN
014390     END-IF.
014400
014410     ADD 1 TO WS-STATE-COUNT.
014420     SET WS-STATE-IDX TO WS-STATE-COUNT.
014430     MOVE STATE-REC-CODE TO WS-STATE-CODE (WS-STATE-IDX).
014440
014450 1610-EXIT.
014460     EXIT.
014470
014480******************************************************************
014490*    1680-LOAD-CEP-TABLE -- LOAD THE PER-STATE CEP RANGES FROM   *
014500*                           THE CEPTAB DD.  ONE STATE PER LINE:  *
014510*                           CODE IN COLUMNS 1-2, LOW CEP IN 4-11,*
014520*                           HIGH CEP IN 13-20; '*' COMMENTS AND  *
014530*                           BLANK LINES IGNORED.  A TABLE THAT   *
014540*                           WILL NOT OPEN, LOADS EMPTY OR HOLDS  *
014550*                           A MALFORMED LINE IS FATAL -- THE CEP *
014560*                           EDIT CANNOT BE RELIED ON WITHOUT IT. *
014570******************************************************************
014580 1680-LOAD-CEP-TABLE.
014590
014600     OPEN INPUT CEPFILE.
014610     IF WS-CEPFILE-STATUS NOT = "00"
014620         DISPLAY
014630             "CONVERT6 - UNABLE TO OPEN CEPTAB - STATUS "
014640             WS-CEPFILE-STATUS
014650         MOVE 16 TO RETURN-CODE
014660         STOP RUN
014670     END-IF.
014680
014690     MOVE "N" TO WS-CEP-EOF-SWITCH.
014700     PERFORM 1690-LOAD-ONE-CEP-RANGE
014710         THRU 1690-EXIT
014720         UNTIL WS-CEP-END-OF-FILE.
014730
014740     CLOSE CEPFILE.
014750
014760     IF WS-CEP-COUNT = ZERO
014770         DISPLAY
014780             "CONVERT6 - CEP TABLE LOADED EMPTY FROM CEPTAB"
014790         MOVE 16 TO RETURN-CODE
014800         STOP RUN
014810     END-IF.
014820
014830 1680-EXIT.
014840     EXIT.
014850
014860 1690-LOAD-ONE-CEP-RANGE.
014870
014880     READ CEPFILE
014890         AT END
014900             MOVE "Y" TO WS-CEP-EOF-SWITCH
014910             GO TO 1690-EXIT
014920     END-READ.
014930
014940     IF CEP-RECORD = SPACES
014950      OR CEP-RECORD (1:1) = "*"
014960         GO TO 1690-EXIT
014970     END-IF.
014980
014990     IF CEP-REC-LOW NOT NUMERIC
015000      OR CEP-REC-HIGH NOT NUMERIC
015010         DISPLAY
015020             "CONVERT6 - BAD CEPTAB LINE FOR STATE "
015030             CEP-REC-STATE
015040         MOVE 16 TO RETURN-CODE
015050         STOP RUN
015060     END-IF.
015070
015080     IF WS-CEP-COUNT >= 100
015090         DISPLAY
015100             "CONVERT6 - CEP TABLE FULL - RAISE THE LIMIT"
015110         MOVE 16 TO RETURN-CODE
015120         STOP RUN
015130     END-IF.
015140
015150     ADD 1 TO WS-CEP-COUNT.
015160     SET WS-CEP-IDX TO WS-CEP-COUNT.
015170     MOVE CEP-REC-STATE TO WS-CEP-STATE (WS-CEP-IDX).
015180     MOVE CEP-REC-LOW   TO WS-CEP-LOW (WS-CEP-IDX).
015190     MOVE CEP-REC-HIGH  TO WS-CEP-HIGH (WS-CEP-IDX).
015200
015210 1690-EXIT.
015220     EXIT.
015230
015240******************************************************************
015250*    1650-LOAD-XLIT-TABLE -- LOAD THE TRANSLITERATION PAIRS FROM *
015260*                            THE XLITTAB DD: ACCENTED CHARACTER  *
015270*                            IN COLUMN 1, PLAIN REPLACEMENT IN   *
015280*                            COLUMN 3; '*' COMMENT LINES AND     *
015290*                            BLANK LINES IGNORED.  WHEN THE PARM *
015300*                            ASKS FOR TRANSLITERATION, A TABLE   *
015310*                            THAT WILL NOT OPEN OR LOADS EMPTY   *
015320*                            IS FATAL.                           *
015330******************************************************************
015340 1650-LOAD-XLIT-TABLE.
015350
015360     OPEN INPUT XLITFILE.
015370     IF WS-XLITFILE-STATUS NOT = "00"
015380         DISPLAY
015390             "CONVERT6 - UNABLE TO OPEN XLITTAB - STATUS "
015400             WS-XLITFILE-STATUS
015410         MOVE 16 TO RETURN-CODE
015420         STOP RUN
015430     END-IF.
015440
015450     MOVE "N" TO WS-XLIT-EOF-SWITCH.
015460     PERFORM 1660-LOAD-ONE-XLIT
015470         THRU 1660-EXIT
015480         UNTIL WS-XLIT-END-OF-FILE.
015490
015500     CLOSE XLITFILE.
015510
015520     IF WS-XLIT-COUNT = ZERO
015530         DISPLAY
015540             "CONVERT6 - XLIT TABLE LOADED EMPTY FROM XLITTAB"
015550         MOVE 16 TO RETURN-CODE
015560         STOP RUN
015570     END-IF.
015580
015590 1650-EXIT.
015600     EXIT.
015610
015620 1660-LOAD-ONE-XLIT.
015630
015640     READ XLITFILE
015650         AT END
015660             MOVE "Y" TO WS-XLIT-EOF-SWITCH
015670             GO TO 1660-EXIT
015680     END-READ.
015690
015700     IF XLIT-RECORD = SPACES
015710      OR XLIT-FROM-CHAR = "*"
015720         GO TO 1660-EXIT
015730     END-IF.
015740
015750     IF WS-XLIT-COUNT >= 200
015760         DISPLAY
015770             "CONVERT6 - XLIT TABLE FULL - RAISE THE LIMIT"
015780         MOVE 16 TO RETURN-CODE
015790         STOP RUN
015800     END-IF.
015810
015820     ADD 1 TO WS-XLIT-COUNT.
015830     MOVE XLIT-FROM-CHAR
015840         TO WS-XLIT-FROM-STR (WS-XLIT-COUNT:1).
015850     MOVE XLIT-TO-CHAR
015860         TO WS-XLIT-TO-STR (WS-XLIT-COUNT:1).
015870
015880 1660-EXIT.
015890     EXIT.
015900
015910******************************************************************
015920*    1900-OPEN-MASTER -- OPEN THE INDEXED CUSTOMER MASTER FOR    *
015930*                         I-O.  A STATUS 35 (FILE NOT FOUND)     *
015940*                         MEANS THE FIRST-EVER MASTER-UPDATE RUN *
015950*                         -- CREATE THE EMPTY MASTER, THEN RE-   *
015960*                         OPEN IT FOR I-O.  ANY OTHER FAILED     *
015970*                         OPEN IS FATAL.                         *
015980******************************************************************
015990 1900-OPEN-MASTER.
016000
016010     OPEN I-O MASTFILE.
016020
016030     IF WS-MASTFILE-STATUS = "35"
016040         OPEN OUTPUT MASTFILE
016050         IF WS-MASTFILE-STATUS = "00"
016060             CLOSE MASTFILE
016070             OPEN I-O MASTFILE
016080         END-IF
016090     END-IF.
016100
016110     IF WS-MASTFILE-STATUS NOT = "00"
016120         DISPLAY
016130             "CONVERT6 - UNABLE TO OPEN MASTFILE - STATUS "
016140             WS-MASTFILE-STATUS
016150         MOVE 16 TO RETURN-CODE
016160         STOP RUN
016170     END-IF.
016180
016190*    THE JOURNAL IS APPENDED ACROSS RUNS -- A FIRST-EVER RUN
016200*    CREATES IT, THE SAME WAY THE AUDIT LOG IS OPENED.  RUNNING
016210*    MASTER UPDATES WITHOUT A JOURNAL WOULD LEAVE AN UPDATE
016220*    THAT CANNOT BE BACKED OUT, SO A FAILED OPEN IS FATAL.
016230     OPEN EXTEND JRNLFILE.
016240     IF WS-JRNLFILE-STATUS NOT = "00"
016250         OPEN OUTPUT JRNLFILE
016260     END-IF.
016270
016280     IF WS-JRNLFILE-STATUS NOT = "00"
016290         DISPLAY
016300             "CONVERT6 - UNABLE TO OPEN JRNLFILE - STATUS "
016310             WS-JRNLFILE-STATUS
016320         MOVE 16 TO RETURN-CODE
016330         STOP RUN
016340     END-IF.
016350
016360 1900-EXIT.
016370     EXIT.
016380
016390******************************************************************
016400*    1910-OPEN-ITEM-MASTER -- OPEN THE ITEM MASTER I-O AND ITS  *
016410*                             JOURNAL FOR APPEND, THE SAME WAY   *
016420*                             1900 OPENS THE CUSTOMER MASTER.  A *
016430*                             STATUS 35 IS THE FIRST-EVER RUN -- *
016440*                             CREATE THE EMPTY FILE AND REOPEN.  *
016450******************************************************************
016460 1910-OPEN-ITEM-MASTER.
016470
016480     OPEN I-O ITEMFILE.
016490
016500     IF WS-ITEMFILE-STATUS = "35"
016510         OPEN OUTPUT ITEMFILE
016520         IF WS-ITEMFILE-STATUS = "00"
016530             CLOSE ITEMFILE
016540             OPEN I-O ITEMFILE
016550         END-IF
016560     END-IF.
016570
016580     IF WS-ITEMFILE-STATUS NOT = "00"
016590         DISPLAY
016600             "CONVERT6 - UNABLE TO OPEN ITEMMAST - STATUS "
016610             WS-ITEMFILE-STATUS
016620         MOVE 16 TO RETURN-CODE
016630         STOP RUN
016640     END-IF.
016650
016660     OPEN EXTEND IJRNFILE.
016670     IF WS-IJRNFILE-STATUS NOT = "00"
016680         OPEN OUTPUT IJRNFILE
016690     END-IF.
016700
016710     IF WS-IJRNFILE-STATUS NOT = "00"
016720         DISPLAY
016730             "CONVERT6 - UNABLE TO OPEN ITMJRNL - STATUS "
016740             WS-IJRNFILE-STATUS
016750         MOVE 16 TO RETURN-CODE
016760         STOP RUN
016770     END-IF.
016780
016790 1910-EXIT.
016800     EXIT.
016810
016820******************************************************************
016830*    1950-OPEN-BYPASS-FILES -- OPEN THE BYPASS DATASET FOR A     *
016840*                               MASTER-UPDATE RUN (UNCHANGED     *
016850*                               RECORDS AND APPLIED CLOSURES GO  *
016860*                               THERE), PLUS THE CHANGE-DETAIL   *
016870*                               REPORT ON A NET-CHANGE RUN.      *
016880*                               BOTH EXTEND ON A RESTART, THE    *
016890*                               SAME AS OUTFILE AND EXCPFILE.    *
016900******************************************************************
016910 1950-OPEN-BYPASS-FILES.
016920
016930     IF CNV-RESTART-REQUESTED
016940         OPEN EXTEND BYPFILE
016950     ELSE
016960         OPEN OUTPUT BYPFILE
016970     END-IF.
016980
016990     IF WS-BYPFILE-STATUS NOT = "00"
017000         DISPLAY
017010             "CONVERT6 - UNABLE TO OPEN BYPFILE - STATUS "
017020             WS-BYPFILE-STATUS
017030         MOVE 16 TO RETURN-CODE
017040         STOP RUN
017050     END-IF.
017060
017070     IF NOT CNV-NETCHG-REQUESTED
017080         GO TO 1950-EXIT
017090     END-IF.
017100
017110     IF CNV-RESTART-REQUESTED
017120         OPEN EXTEND CHGFILE
017130     ELSE
017140         OPEN OUTPUT CHGFILE
017150     END-IF.
017160
017170     IF WS-CHGFILE-STATUS NOT = "00"
017180         DISPLAY
017190             "CONVERT6 - UNABLE TO OPEN CHGRPT - STATUS "
017200             WS-CHGFILE-STATUS
017210         MOVE 16 TO RETURN-CODE
017220         STOP RUN
017230     END-IF.
017240
017250     IF NOT CNV-RESTART-REQUESTED
017260         MOVE "CONVERT6 - FIELD CHANGE DETAIL REPORT"
017270             TO CHG-RECORD
017280         WRITE CHG-RECORD
017290     END-IF.
017300
017310 1950-EXIT.
017320     EXIT.
017330
017340******************************************************************
017350*    1970-OPEN-EXCPTRK -- OPEN THE PERSISTENT EXCEPTION-TRACKING *
017360*                          FILE FOR I-O.  A STATUS 35 MEANS THE  *
017370*                          FIRST-EVER TRACKED RUN -- CREATE THE  *
017380*                          EMPTY FILE, THEN REOPEN IT, THE SAME  *
017390*                          WAY THE MASTER IS FIRST CREATED.      *
017400******************************************************************
017410 1970-OPEN-EXCPTRK.
017420
017430     OPEN I-O EXCPTRK.
017440
017450     IF WS-EXCPTRK-STATUS = "35"
017460         OPEN OUTPUT EXCPTRK
017470         IF WS-EXCPTRK-STATUS = "00"
017480             CLOSE EXCPTRK
017490             OPEN I-O EXCPTRK
017500         END-IF
017510     END-IF.
017520
017530     IF WS-EXCPTRK-STATUS NOT = "00"
017540         DISPLAY
017550             "CONVERT6 - UNABLE TO OPEN EXCPTRK - STATUS "
017560             WS-EXCPTRK-STATUS
017570         MOVE 16 TO RETURN-CODE
017580         STOP RUN
017590     END-IF.
017600
017610 1970-EXIT.
017620     EXIT.
017630
017640******************************************************************
017650*    2000-PROCESS-RECORDS -- READ/VALIDATE/CONVERT/WRITE ONE     *
017660*                             RECORD                              
017670******************************************************************
017680 2000-PROCESS-RECORDS.
017690
017700     READ INFILE
017710         AT END
017720             MOVE "Y" TO WS-EOF-SWITCH
017730             GO TO 2000-EXIT
017740     END-READ.
017750
017760     ADD 1 TO WS-RECORD-COUNT.
017770
017780     IF IN-RAW-DATA (1:3) = "HDR" OR IN-RAW-DATA (1:3) = "TRL"
017790         PERFORM 2050-CONTROL-RECORD
017800             THRU 2050-EXIT
017810         GO TO 2000-EXIT
017820     END-IF.
017830
017840     IF WS-TRAILER-SEEN
017850         DISPLAY
017860             "CONVERT6 - DETAIL RECORD AFTER TRAILER AT RECORD "
017870             WS-RECORD-COUNT
017880         MOVE 16 TO RETURN-CODE
017890         STOP RUN
017900     END-IF.
017910
017920     ADD 1 TO WS-DETAIL-COUNT.
017930     MOVE IN-RAW-DATA TO WS-CUSTOMER-RECORD.
017940
017950     PERFORM 2100-VALIDATE-RECORD
017960         THRU 2100-EXIT.
017970
017980     IF WS-RECORD-IS-VALID
017990         IF CNV-LAYOUT-CUSTOMER
018000             PERFORM 2260-CLEAR-TRACKING
018010                 THRU 2260-EXIT
018020         END-IF
018030         IF CNV-LAYOUT-CUSTOMER AND WS-TYPE-DELETE
018040          AND CNV-MASTER-UPDATE
018050             PERFORM 2730-DELETE-FROM-MASTER
018060                 THRU 2730-EXIT
018070             PERFORM 2900-CHECKPOINT-CHECK
018080                 THRU 2900-EXIT
018090             GO TO 2000-EXIT
018100         END-IF
018110         IF CNV-LAYOUT-DESC AND WSD-TYPE-RETIRE
018120          AND CNV-MASTER-UPDATE
018130             PERFORM 2780-RETIRE-ITEM
018140                 THRU 2780-EXIT
018150             PERFORM 2900-CHECKPOINT-CHECK
018160                 THRU 2900-EXIT
018170             GO TO 2000-EXIT
018180         END-IF
018190         PERFORM 2500-CONVERT-RECORD
018200             THRU 2500-EXIT
018210*        THE MASTER IS APPLIED AHEAD OF THE OUTPUT WRITE -- THE
018220*        MASTER COMPARE DECIDES WHETHER THE RECORD REACHES THE
018230*        OUTBOUND FEED OR THE BYPASS DATASET.
018240         MOVE "W" TO WS-OUTPUT-DISP-SWITCH
018250         IF CNV-MASTER-UPDATE
018260             IF CNV-LAYOUT-DESC
018270                 PERFORM 2760-APPLY-TO-ITEM-MASTER
018280                     THRU 2760-EXIT
018290             ELSE
018300                 PERFORM 2700-APPLY-TO-MASTER
018310                     THRU 2700-EXIT
018320             END-IF
018330         END-IF
018340         IF WS-BYPASS-OUTPUT
018350             PERFORM 2840-WRITE-BYPASS
018360                 THRU 2840-EXIT
018370         ELSE
018380             IF CNV-OUT-DELIMITED
018390                 PERFORM 2800-WRITE-DELIMITED
018400                     THRU 2800-EXIT
018410             ELSE
018420                 MOVE WS-CUSTOMER-RECORD TO OUT-CUSTOMER-RECORD
018430                 WRITE OUT-CUSTOMER-RECORD
018440             END-IF
018450             ADD 1 TO WS-WRITTEN-COUNT
018460         END-IF
018470         PERFORM 2900-CHECKPOINT-CHECK
018480             THRU 2900-EXIT
018490     ELSE
018500         PERFORM 2200-WRITE-EXCEPTION
018510             THRU 2200-EXIT
018520         ADD 1 TO WS-REJECT-COUNT
018530     END-IF.
018540
018550 2000-EXIT.
018560     EXIT.
018570
018580******************************************************************
018590*    2050-CONTROL-RECORD -- ROUTE A HDR/TRL CONTROL RECORD.      *
018600*                            CONTROL RECORDS ARE COUNTED ON      *
018610*                            THEIR OWN AND ARE NEVER TREATED AS  *
018620*                            DETAIL.                             *
018630******************************************************************
018640 2050-CONTROL-RECORD.
018650
018660     ADD 1 TO WS-CONTROL-COUNT.
018670     MOVE IN-RAW-DATA TO WS-CONTROL-RECORD.
018680
018690     IF WS-CTL-IS-HEADER
018700         PERFORM 2060-PROCESS-HEADER
018710             THRU 2060-EXIT
018720     ELSE
018730         PERFORM 2070-PROCESS-TRAILER
018740             THRU 2070-EXIT
018750     END-IF.
018760
018770 2050-EXIT.
018780     EXIT.
018790
018800******************************************************************
018810*    2060-PROCESS-HEADER -- VALIDATE THE HEADER AND VERIFY THE   *
018820*                            FILE DATE/SEQUENCE AGAINST THE      *
018830*                            SEQCTL CONTROL DATASET SO THE SAME  *
018840*                            (OR AN OLDER) FILE CANNOT BE RUN    *
018850*                            TWICE.                              *
018860******************************************************************
018870 2060-PROCESS-HEADER.
018880
018890     IF WS-RECORD-COUNT NOT = 1
018900         DISPLAY
018910             "CONVERT6 - HEADER NOT FIRST RECORD - AT RECORD "
018920             WS-RECORD-COUNT
018930         MOVE 16 TO RETURN-CODE
018940         STOP RUN
018950     END-IF.
018960
018970     IF WS-CTL-FILE-DATE NOT NUMERIC
018980      OR WS-CTL-FILE-SEQ NOT NUMERIC
018990         DISPLAY
019000             "CONVERT6 - HEADER DATE/SEQUENCE NOT NUMERIC"
019010         MOVE 16 TO RETURN-CODE
019020         STOP RUN
019030     END-IF.
019040
019050     MOVE WS-CTL-FILE-DATE TO WS-HDR-FILE-DATE.
019060     MOVE WS-CTL-FILE-SEQ  TO WS-HDR-FILE-SEQ.
019070     MOVE "Y" TO WS-HEADER-SEEN-SWITCH.
019080
019090     PERFORM 2080-CHECK-FILE-SEQUENCE
019100         THRU 2080-EXIT.
019110
019120 2060-EXIT.
019130     EXIT.
019140
019150******************************************************************
019160*    2070-PROCESS-TRAILER -- CAPTURE THE TRAILER RECORD COUNT    *
019170*                             FOR THE END-OF-JOB BALANCE.        *
019180******************************************************************
019190 2070-PROCESS-TRAILER.
019200
019210     IF WS-TRAILER-SEEN
019220         DISPLAY
019230             "CONVERT6 - MORE THAN ONE TRAILER - AT RECORD "
019240             WS-RECORD-COUNT
019250         MOVE 16 TO RETURN-CODE
019260         STOP RUN
019270     END-IF.
019280
019290     IF WS-CTL-REC-COUNT NOT NUMERIC
019300         DISPLAY
019310             "CONVERT6 - TRAILER RECORD COUNT NOT NUMERIC"
019320         MOVE 16 TO RETURN-CODE
019330         STOP RUN
019340     END-IF.
019350
019360     MOVE WS-CTL-REC-COUNT TO WS-TRAILER-COUNT.
019370     MOVE "Y" TO WS-TRAILER-SEEN-SWITCH.
019380
019390 2070-EXIT.
019400     EXIT.
019410
019420******************************************************************
019430*    2080-CHECK-FILE-SEQUENCE -- COMPARE THE HEADER DATE AND     *
019440*                                 SEQUENCE WITH THE LAST FILE    *
019450*                                 SUCCESSFULLY PROCESSED (SEQCTL *
019460*                                 DATASET).  AN OLDER OR EQUAL   *
019470*                                 FILE IS FATAL.  A MISSING OR   *
019480*                                 EMPTY SEQCTL MEANS THE FIRST-  *
019490*                                 EVER RUN -- NOTHING TO CHECK.  *
019500******************************************************************
019510 2080-CHECK-FILE-SEQUENCE.
019520
019530     OPEN INPUT SEQFILE.
019540     IF WS-SEQFILE-STATUS = "35"
019550         GO TO 2080-EXIT
019560     END-IF.
019570     IF WS-SEQFILE-STATUS NOT = "00"
019580         DISPLAY
019590             "CONVERT6 - UNABLE TO OPEN SEQCTL - STATUS "
019600             WS-SEQFILE-STATUS
019610         MOVE 16 TO RETURN-CODE
019620         STOP RUN
019630     END-IF.
019640
019650     READ SEQFILE
019660         AT END
019670             GO TO 2080-CLOSE
019680     END-READ.
019690
019700     IF SEQ-INPUT-DSNAME NOT = CNV-INPUT-DSNAME
019710         CLOSE SEQFILE
019720         DISPLAY
019730             "CONVERT6 - SEQCTL DOES NOT MATCH INPUT FILE"
019740         DISPLAY
019750             "CONVERT6 - SEQCTL IS FOR " SEQ-INPUT-DSNAME
019760         DISPLAY
019770             "CONVERT6 - THIS RUN IS FOR " CNV-INPUT-DSNAME
019780         MOVE 16 TO RETURN-CODE
019790         STOP RUN
019800     END-IF.
019810
019820     IF WS-HDR-FILE-DATE < SEQ-FILE-DATE
019830      OR (WS-HDR-FILE-DATE = SEQ-FILE-DATE
019840          AND WS-HDR-FILE-SEQ NOT > SEQ-FILE-SEQ)
019850         CLOSE SEQFILE
019860         DISPLAY
019870             "CONVERT6 - INPUT FILE ALREADY PROCESSED OR OLD"
019880         DISPLAY
019890             "CONVERT6 - HEADER  DATE/SEQ " WS-HDR-FILE-DATE
019900             " / " WS-HDR-FILE-SEQ
019910         DISPLAY
019920             "CONVERT6 - LAST RUN DATE/SEQ " SEQ-FILE-DATE
019930             " / " SEQ-FILE-SEQ
019940         MOVE 16 TO RETURN-CODE
019950         STOP RUN
019960     END-IF.
019970
019980 2080-CLOSE.
019990     CLOSE SEQFILE.
020000
020010 2080-EXIT.
020020     EXIT.
020030
020040******************************************************************
020050*    2100-VALIDATE-RECORD -- BASIC EDITS ON THE INPUT RECORD,    *
020060*                            INCLUDING A CHECK OF IN-RAW-        *
020070*                            OVERFLOW (THE PART OF INFILE'S RAW  *
020080*                            LINE BUFFER PAST THE 100-BYTE       *
020090*                            CUSTREC LAYOUT) SO A PHYSICAL LINE  *
020100*                            LONGER THAN EXPECTED IS QUARANTINED *
020110*                            WHOLE, NOT SPLIT INTO A SECOND,     *
020120*                            FABRICATED RECORD.                  *
020130******************************************************************
020140 2100-VALIDATE-RECORD.
020150
020160     MOVE "Y" TO WS-VALID-RECORD-SWITCH.
020170     MOVE SPACES TO WS-EXCEPTION-REASON.
020180
020190     IF IN-RAW-OVERFLOW NOT = SPACES
020200         MOVE "N" TO WS-VALID-RECORD-SWITCH
020210         MOVE "RECORD LONGER THAN EXPECTED" TO WS-EXCEPTION-REASON
020220         GO TO 2100-EXIT
020230     END-IF.
020240
020250     IF WS-CUSTOMER-RECORD = SPACES
020260         MOVE "N" TO WS-VALID-RECORD-SWITCH
020270         MOVE "BLANK RECORD" TO WS-EXCEPTION-REASON
020280         GO TO 2100-EXIT
020290     END-IF.
020300
020310*    THE REMAINING EDITS DEPEND ON THE RECORD LAYOUT IN FORCE.
020320     IF CNV-LAYOUT-DESC
020330         PERFORM 2120-VALIDATE-DESC
020340             THRU 2120-EXIT
020350         GO TO 2100-EXIT
020360     END-IF.
020370
020380     IF WS-ACCOUNT-NO NOT NUMERIC
020390         MOVE "N" TO WS-VALID-RECORD-SWITCH
020400         MOVE "ACCOUNT NUMBER NOT NUMERIC" TO WS-EXCEPTION-REASON
020410         GO TO 2100-EXIT
020420     END-IF.
020430
020440     IF NOT WS-TYPE-MAINTAIN AND NOT WS-TYPE-DELETE
020450         MOVE "N" TO WS-VALID-RECORD-SWITCH
020460         MOVE "RECORD TYPE NOT VALID" TO WS-EXCEPTION-REASON
020470         GO TO 2100-EXIT
020480     END-IF.
020490
020500*    A CLOSURE CARRIES ONLY THE ACCOUNT NUMBER -- THE NAME,
020510*    STATE AND DUPLICATE EDITS DO NOT APPLY TO IT, AND ITS
020520*    ACCOUNT IS NEVER REGISTERED (A FILE MAY LEGITIMATELY ADD
020530*    AND THEN CLOSE THE SAME ACCOUNT).
020540     IF WS-TYPE-DELETE
020550         GO TO 2100-EXIT
020560     END-IF.
020570
020580     IF WS-NAME = SPACES
020590         MOVE "N" TO WS-VALID-RECORD-SWITCH
020600         MOVE "NAME FIELD BLANK" TO WS-EXCEPTION-REASON
020610         GO TO 2100-EXIT
020620     END-IF.
020630
020640     PERFORM 2130-CHECK-STATE
020650         THRU 2130-EXIT.
020660     IF NOT WS-RECORD-IS-VALID
020670         GO TO 2100-EXIT
020680     END-IF.
020690
020700     PERFORM 2135-CHECK-CEP
020710         THRU 2135-EXIT.
020720     IF NOT WS-RECORD-IS-VALID
020730         GO TO 2100-EXIT
020740     END-IF.
020750
020760     PERFORM 2140-CHECK-DUPLICATE
020770         THRU 2140-EXIT.
020780
020790 2100-EXIT.
020800     EXIT.
020810
020820******************************************************************
020830*    2120-VALIDATE-DESC -- THE EDIT SET FOR THE DESCRIPTION      *
020840*                           LAYOUT: AN ITEM CODE MUST BE         *
020850*                           PRESENT AND THE RECORD TYPE MUST BE  *
020860*                           ADD/CHANGE OR RETIRE.  THE ACCOUNT,  *
020870*                           NAME, STATE AND DUPLICATE EDITS OF   *
020880*                           THE CUSTOMER LAYOUT DO NOT APPLY.    *
020890******************************************************************
020900 2120-VALIDATE-DESC.
020910
020920     IF WSD-ITEM-CODE = SPACES
020930         MOVE "N" TO WS-VALID-RECORD-SWITCH
020940         MOVE "ITEM CODE FIELD BLANK" TO WS-EXCEPTION-REASON
020950         GO TO 2120-EXIT
020960     END-IF.
020970
020980     IF NOT WSD-TYPE-MAINTAIN AND NOT WSD-TYPE-RETIRE
020990         MOVE "N" TO WS-VALID-RECORD-SWITCH
021000         MOVE "RECORD TYPE NOT VALID" TO WS-EXCEPTION-REASON
021010     END-IF.
021020
021030 2120-EXIT.
021040     EXIT.
021050
021060******************************************************************
021070*    2130-CHECK-STATE -- EDIT THE STATE CODE AGAINST THE LOADED  *
021080*                         REFERENCE TABLE.  THE COMPARE IS MADE  *
021090*                         ON AN UPPERCASED COPY SO A LOWERCASE   *
021100*                         FEED PASSES THE EDIT THE SAME AS THE   *
021110*                         UPPERCASE ONE.                         *
021120******************************************************************
021130 2130-CHECK-STATE.
021140
021150     MOVE WS-STATE TO WS-STATE-WORK.
021160     INSPECT WS-STATE-WORK
021170         CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA.
021180
021190     MOVE "N" TO WS-STATE-FOUND-SWITCH.
021200     SET WS-STATE-IDX TO 1.
021210     SEARCH WS-STATE-CODE
021220         AT END
021230             CONTINUE
021240         WHEN WS-STATE-IDX > WS-STATE-COUNT
021250             CONTINUE
021260         WHEN WS-STATE-CODE (WS-STATE-IDX) = WS-STATE-WORK
021270             MOVE "Y" TO WS-STATE-FOUND-SWITCH
021280     END-SEARCH.
021290
021300     IF NOT WS-STATE-ON-TABLE
021310         MOVE "N" TO WS-VALID-RECORD-SWITCH
021320         MOVE "STATE CODE NOT ON TABLE" TO WS-EXCEPTION-REASON
021330     END-IF.
021340
021350 2130-EXIT.
021360     EXIT.
021370
021380******************************************************************
021390*    2135-CHECK-CEP -- EDIT A SUPPLIED CEP AGAINST THE RANGE FOR *
021400*                      THE RECORD'S STATE.  A BLANK CEP PASSES   *
021410*                      (THE LEGACY FEEDS DO NOT SEND ONE); A     *
021420*                      NON-BLANK CEP MUST BE NUMERIC AND INSIDE  *
021430*                      THE STATE'S TABLED RANGE.  USES THE       *
021440*                      UPPERCASED STATE CODE 2130 LEFT IN        *
021450*                      WS-STATE-WORK.                            *
021460******************************************************************
021470 2135-CHECK-CEP.
021480
021490     IF WS-CEP = SPACES
021500         GO TO 2135-EXIT
021510     END-IF.
021520
021530     IF WS-CEP NOT NUMERIC
021540         MOVE "N" TO WS-VALID-RECORD-SWITCH
021550         MOVE "CEP NOT NUMERIC" TO WS-EXCEPTION-REASON
021560         GO TO 2135-EXIT
021570     END-IF.
021580
021590     MOVE WS-CEP TO WS-CEP-WORK.
021600
021610     MOVE "N" TO WS-CEP-FOUND-SWITCH.
021620     SET WS-CEP-IDX TO 1.
021630     SEARCH WS-CEP-ENTRY
021640         AT END
021650             CONTINUE
021660         WHEN WS-CEP-IDX > WS-CEP-COUNT
021670             CONTINUE
021680         WHEN WS-CEP-STATE (WS-CEP-IDX) = WS-STATE-WORK
021690             MOVE "Y" TO WS-CEP-FOUND-SWITCH
021700     END-SEARCH.
021710
021720     IF NOT WS-CEP-STATE-ON-TABLE
021730         MOVE "N" TO WS-VALID-RECORD-SWITCH
021740         MOVE "NO CEP RANGE FOR STATE" TO WS-EXCEPTION-REASON
021750         GO TO 2135-EXIT
021760     END-IF.
021770
021780     IF WS-CEP-WORK < WS-CEP-LOW (WS-CEP-IDX)
021790      OR WS-CEP-WORK > WS-CEP-HIGH (WS-CEP-IDX)
021800         MOVE "N" TO WS-VALID-RECORD-SWITCH
021810         MOVE "CEP OUT OF RANGE FOR STATE"
021820             TO WS-EXCEPTION-REASON
021830     END-IF.
021840
021850 2135-EXIT.
021860     EXIT.
021870
021880******************************************************************
021890*    2140-CHECK-DUPLICATE -- DETECT A REPEAT OF AN ACCOUNT       *
021900*                             NUMBER ALREADY SEEN THIS RUN AND   *
021910*                             APPLY THE PARM DUPLICATE POLICY:   *
021920*                             F = KEEP FIRST (REJECT THE REPEAT),*
021930*                             L = KEEP LAST (THE REPEAT          *
021940*                             SUPERSEDES), B = REJECT BOTH (THE  *
021950*                             REPEAT IS REJECTED AND THE ALREADY-*
021960*                             WRITTEN FIRST OCCURRENCE IS        *
021970*                             FLAGGED ON THE EXCEPTION FILE).    *
021980******************************************************************
021990 2140-CHECK-DUPLICATE.
022000
022010     PERFORM 2150-LOOK-UP-ACCOUNT
022020         THRU 2150-EXIT.
022030
022040     IF NOT WS-DUP-FOUND
022050         PERFORM 2160-REGISTER-ACCOUNT
022060             THRU 2160-EXIT
022070         GO TO 2140-EXIT
022080     END-IF.
022090
022100     ADD 1 TO WS-DUPLICATE-COUNT.
022110
022120     EVALUATE TRUE
022130         WHEN CNV-DUP-KEEP-LAST
022140             MOVE WS-RECORD-COUNT
022150                 TO WS-ACCT-RECORD-NO (WS-ACCT-SLOT)
022160         WHEN CNV-DUP-REJECT-BOTH
022170             PERFORM 2170-FLAG-FIRST-OCCURRENCE
022180                 THRU 2170-EXIT
022190             MOVE "N" TO WS-VALID-RECORD-SWITCH
022200             MOVE "DUPLICATE ACCOUNT NUMBER"
022210                 TO WS-EXCEPTION-REASON
022220         WHEN OTHER
022230             MOVE "N" TO WS-VALID-RECORD-SWITCH
022240             MOVE "DUPLICATE ACCOUNT NUMBER"
022250                 TO WS-EXCEPTION-REASON
022260     END-EVALUATE.
022270
022280 2140-EXIT.
022290     EXIT.
022300
022310******************************************************************
022320*    2150-LOOK-UP-ACCOUNT -- HASH PROBE OF THE ACCOUNT REGISTRY  *
022330*                             FOR WS-ACCOUNT-NO.  SETS WS-DUP-   *
022340*                             FOUND AND LEAVES WS-ACCT-SLOT ON   *
022350*                             THE MATCHING ENTRY -- OR ON THE    *
022360*                             FREE SLOT WHERE THE ACCOUNT        *
022370*                             BELONGS, READY FOR 2160 TO CLAIM.  *
022380******************************************************************
022390 2150-LOOK-UP-ACCOUNT.
022400
022410     MOVE "N" TO WS-DUP-FOUND-SWITCH.
022420     MOVE "N" TO WS-PROBE-DONE-SWITCH.
022430     MOVE ZERO TO WS-ACCT-PROBE-COUNT.
022440
022450     DIVIDE WS-ACCOUNT-NO BY WS-ACCT-TABLE-SIZE
022460         GIVING WS-ACCT-HASH-QUOT
022470         REMAINDER WS-ACCT-SLOT.
022480     ADD 1 TO WS-ACCT-SLOT.
022490
022500     PERFORM 2155-PROBE-ONE-SLOT
022510         THRU 2155-EXIT
022520         UNTIL WS-PROBE-DONE.
022530
022540 2150-EXIT.
022550     EXIT.
022560
022570 2155-PROBE-ONE-SLOT.
022580
022590     IF WS-ACCT-USED (WS-ACCT-SLOT) = "N"
022600         MOVE "Y" TO WS-PROBE-DONE-SWITCH
022610         GO TO 2155-EXIT
022620     END-IF.
022630
022640     IF WS-ACCT-NO (WS-ACCT-SLOT) = WS-ACCOUNT-NO
022650         MOVE "Y" TO WS-DUP-FOUND-SWITCH
022660         MOVE "Y" TO WS-PROBE-DONE-SWITCH
022670         GO TO 2155-EXIT
022680     END-IF.
022690
022700     ADD 1 TO WS-ACCT-PROBE-COUNT.
022710     IF WS-ACCT-PROBE-COUNT > WS-ACCT-TABLE-SIZE
022720         DISPLAY
022730             "CONVERT6 - ACCOUNT REGISTRY PROBE WRAPPED - "
022740             "TABLE FULL"
022750         MOVE 16 TO RETURN-CODE
022760         STOP RUN
022770     END-IF.
022780
022790     IF WS-ACCT-SLOT >= WS-ACCT-TABLE-SIZE
022800         MOVE 1 TO WS-ACCT-SLOT
022810     ELSE
022820         ADD 1 TO WS-ACCT-SLOT
022830     END-IF.
022840
022850 2155-EXIT.
022860     EXIT.
022870
022880******************************************************************
022890*    2160-REGISTER-ACCOUNT -- CLAIM THE FREE SLOT 2150 LEFT      *
022900*                              WS-ACCT-SLOT ON.  A REGISTRY AT   *
022910*                              ITS LOAD CEILING IS FATAL --      *
022920*                              DEDUP CANNOT BE GUARANTEED PAST   *
022930*                              IT.                               *
022940******************************************************************
022950 2160-REGISTER-ACCOUNT.
022960
022970     IF WS-ACCT-ENTRY-COUNT >= WS-ACCT-MAX-LOAD
022980         DISPLAY
022990             "CONVERT6 - ACCOUNT REGISTRY FULL AT RECORD "
023000             WS-RECORD-COUNT
023010         MOVE 16 TO RETURN-CODE
023020         STOP RUN
023030     END-IF.
023040
023050     ADD 1 TO WS-ACCT-ENTRY-COUNT.
023060     MOVE "Y"             TO WS-ACCT-USED (WS-ACCT-SLOT).
023070     MOVE WS-ACCOUNT-NO   TO WS-ACCT-NO (WS-ACCT-SLOT).
023080     MOVE WS-RECORD-COUNT TO WS-ACCT-RECORD-NO (WS-ACCT-SLOT).
023090     MOVE "N"             TO WS-ACCT-FLAGGED (WS-ACCT-SLOT).
023100
023110 2160-EXIT.
023120     EXIT.
023130
023140******************************************************************
023150*    2170-FLAG-FIRST-OCCURRENCE -- UNDER THE REJECT-BOTH POLICY  *
023160*                                   THE FIRST OCCURRENCE HAS     *
023170*                                   ALREADY BEEN WRITTEN TO THE  *
023180*                                   OUTPUT -- LOG IT ON THE      *
023190*                                   EXCEPTION FILE (ONCE PER     *
023200*                                   ACCOUNT) SO IT CAN BE PULLED *
023210*                                   BEFORE THE OUTPUT IS USED.   *
023220******************************************************************
023230 2170-FLAG-FIRST-OCCURRENCE.
023240
023250     IF WS-ACCT-FLAGGED (WS-ACCT-SLOT) = "Y"
023260         GO TO 2170-EXIT
023270     END-IF.
023280
023290     MOVE "Y" TO WS-ACCT-FLAGGED (WS-ACCT-SLOT).
023300
023310     MOVE SPACES TO EXCP-RECORD.
023320     MOVE WS-ACCT-RECORD-NO (WS-ACCT-SLOT) TO EXCP-RECORD-NO.
023330     MOVE ZERO TO EXCP-RECYCLE-COUNT.
023340     MOVE "DUPLICATE ACCOUNT NUMBER" TO EXCP-REASON.
023350     STRING
023360         "ACCOUNT "        DELIMITED BY SIZE
023370         WS-ACCOUNT-NO     DELIMITED BY SIZE
023380         " ALREADY WRITTEN TO OUTPUT BY THIS RECORD - PULL "
023390                           DELIMITED BY SIZE
023400         "BEFORE THE OUTPUT IS USED"
023410                           DELIMITED BY SIZE
023420         INTO EXCP-ORIGINAL-DATA.
023430     WRITE EXCP-RECORD.
023440
023450 2170-EXIT.
023460     EXIT.
023470
023480******************************************************************
023490*    2200-WRITE-EXCEPTION -- LOG A REJECTED RECORD               *
023500******************************************************************
023510 2200-WRITE-EXCEPTION.
023520
023530     MOVE SPACES               TO EXCP-RECORD.
023540     MOVE WS-RECORD-COUNT      TO EXCP-RECORD-NO.
023550     MOVE WS-EXCEPTION-REASON  TO EXCP-REASON.
023560     MOVE IN-RAW-RECORD        TO EXCP-ORIGINAL-DATA.
023570     MOVE ZERO                 TO EXCP-RECYCLE-COUNT.
023580     WRITE EXCP-RECORD.
023590
023600     IF CNV-LAYOUT-CUSTOMER AND WS-ACCOUNT-NO NUMERIC
023610         PERFORM 2250-TRACK-EXCEPTION
023620             THRU 2250-EXIT
023630     END-IF.
023640
023650 2200-EXIT.
023660     EXIT.
023670
023680******************************************************************
023690*    2250-TRACK-EXCEPTION -- OPEN OR UPDATE THE ACCOUNT'S ENTRY  *
023700*                            ON THE PERSISTENT EXCEPTION-        *
023710*                            TRACKING FILE.  A CLOSED ENTRY      *
023720*                            THAT REJECTS AGAIN STARTS A NEW     *
023730*                            EPISODE -- THE FIRST-SEEN DATE AND  *
023740*                            BOUNCE COUNT RESET, THE REASON      *
023750*                            HISTORY CARRIES FORWARD.            *
023760******************************************************************
023770 2250-TRACK-EXCEPTION.
023780
023790     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
023800
023810     MOVE WS-ACCOUNT-NO TO ETK-ACCOUNT-NO.
023820     READ EXCPTRK.
023830
023840     IF WS-EXCPTRK-STATUS = "23"
023850         MOVE SPACES          TO ETK-RECORD
023860         MOVE WS-ACCOUNT-NO   TO ETK-ACCOUNT-NO
023870         MOVE "O"             TO ETK-STATUS
023880         MOVE WS-CURRENT-DATE TO ETK-FIRST-DATE
023890         MOVE WS-CURRENT-DATE TO ETK-LAST-DATE
023900         MOVE ZERO            TO ETK-CLOSED-DATE
023910         MOVE ZERO            TO ETK-BOUNCE-COUNT
023920         MOVE WS-EXCEPTION-REASON TO ETK-LAST-REASON
023930         MOVE SPACES          TO ETK-PRIOR-REASON (1)
023940         MOVE SPACES          TO ETK-PRIOR-REASON (2)
023950         MOVE SPACES          TO ETK-PRIOR-REASON (3)
023960         WRITE ETK-RECORD
023970         IF WS-EXCPTRK-STATUS NOT = "00"
023980             DISPLAY
023990                 "CONVERT6 - UNABLE TO WRITE EXCPTRK - STATUS "
024000                 WS-EXCPTRK-STATUS
024010             MOVE 16 TO RETURN-CODE
024020             STOP RUN
024030         END-IF
024040         GO TO 2250-EXIT
024050     END-IF.
024060
024070     IF WS-EXCPTRK-STATUS NOT = "00"
024080         DISPLAY
024090             "CONVERT6 - UNABLE TO READ EXCPTRK - STATUS "
024100             WS-EXCPTRK-STATUS
024110         MOVE 16 TO RETURN-CODE
024120         STOP RUN
024130     END-IF.
024140
024150     IF ETK-CLOSED
024160         MOVE WS-CURRENT-DATE TO ETK-FIRST-DATE
024170         MOVE ZERO            TO ETK-CLOSED-DATE
024180         MOVE ZERO            TO ETK-BOUNCE-COUNT
024190     ELSE
024200         ADD 1 TO ETK-BOUNCE-COUNT
024210     END-IF.
024220
024230     MOVE "O" TO ETK-STATUS.
024240     MOVE WS-CURRENT-DATE TO ETK-LAST-DATE.
024250
024260     IF WS-EXCEPTION-REASON NOT = ETK-LAST-REASON
024270         MOVE ETK-PRIOR-REASON (2) TO ETK-PRIOR-REASON (3)
024280         MOVE ETK-PRIOR-REASON (1) TO ETK-PRIOR-REASON (2)
024290         MOVE ETK-LAST-REASON      TO ETK-PRIOR-REASON (1)
024300         MOVE WS-EXCEPTION-REASON  TO ETK-LAST-REASON
024310     END-IF.
024320
024330     REWRITE ETK-RECORD.
024340     IF WS-EXCPTRK-STATUS NOT = "00"
024350         DISPLAY
024360             "CONVERT6 - UNABLE TO REWRITE EXCPTRK - STATUS "
024370             WS-EXCPTRK-STATUS
024380         MOVE 16 TO RETURN-CODE
024390         STOP RUN
024400     END-IF.
024410
024420 2250-EXIT.
024430     EXIT.
024440
024450******************************************************************
024460*    2260-CLEAR-TRACKING -- A RECORD FOR THE ACCOUNT PASSED THE  *
024470*                           EDITS -- CLOSE ITS OPEN TRACKING     *
024480*                           ENTRY, IF IT HAS ONE.                *
024490******************************************************************
024500 2260-CLEAR-TRACKING.
024510
024520     MOVE WS-ACCOUNT-NO TO ETK-ACCOUNT-NO.
024530     READ EXCPTRK.
024540
024550     IF WS-EXCPTRK-STATUS = "23"
024560         GO TO 2260-EXIT
024570     END-IF.
024580
024590     IF WS-EXCPTRK-STATUS NOT = "00"
024600         DISPLAY
024610             "CONVERT6 - UNABLE TO READ EXCPTRK - STATUS "
024620             WS-EXCPTRK-STATUS
024630         MOVE 16 TO RETURN-CODE
024640         STOP RUN
024650     END-IF.
024660
024670     IF NOT ETK-OPEN
024680         GO TO 2260-EXIT
024690     END-IF.
024700
024710     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
024720     MOVE "C" TO ETK-STATUS.
024730     MOVE WS-CURRENT-DATE TO ETK-CLOSED-DATE.
024740
024750     REWRITE ETK-RECORD.
024760     IF WS-EXCPTRK-STATUS NOT = "00"
024770         DISPLAY
024780             "CONVERT6 - UNABLE TO REWRITE EXCPTRK - STATUS "
024790             WS-EXCPTRK-STATUS
024800         MOVE 16 TO RETURN-CODE
024810         STOP RUN
024820     END-IF.
024830
024840 2260-EXIT.
024850     EXIT.
024860
024870******************************************************************
024880*    2500-CONVERT-RECORD -- RE-CASE THE ALPHA FIELDS ONLY        *
024890******************************************************************
024900 2500-CONVERT-RECORD.
024910
024920     MOVE "N" TO WS-NONALPHA-FOUND-SWITCH.
024930
024940     IF CNV-LAYOUT-DESC
024950         PERFORM 2520-CONVERT-DESC-FIELDS
024960             THRU 2520-EXIT
024970         IF WS-NONALPHA-FOUND
024980             ADD 1 TO WS-NONALPHA-RECORD-COUNT
024990         END-IF
025000         GO TO 2500-EXIT
025010     END-IF.
025020
025030     MOVE WS-NAME   TO WS-WORK-FIELD.
025040     MOVE 30        TO WS-FIELD-LEN.
025050     PERFORM 2510-CONVERT-FIELD-LOOP
025060         THRU 2510-EXIT.
025070     MOVE WS-WORK-FIELD(1:30) TO WS-NAME.
025080
025090     MOVE WS-STREET TO WS-WORK-FIELD.
025100     MOVE 30        TO WS-FIELD-LEN.
025110     PERFORM 2510-CONVERT-FIELD-LOOP
025120         THRU 2510-EXIT.
025130     MOVE WS-WORK-FIELD(1:30) TO WS-STREET.
025140
025150     MOVE WS-CITY   TO WS-WORK-FIELD(1:20).
025160     MOVE 20        TO WS-FIELD-LEN.
025170     PERFORM 2510-CONVERT-FIELD-LOOP
025180         THRU 2510-EXIT.
025190     MOVE WS-WORK-FIELD(1:20) TO WS-CITY.
025200
025210     MOVE WS-STATE  TO WS-WORK-FIELD(1:2).
025220     MOVE 2         TO WS-FIELD-LEN.
025230     PERFORM 2510-CONVERT-FIELD-LOOP
025240         THRU 2510-EXIT.
025250     MOVE WS-WORK-FIELD(1:2) TO WS-STATE.
025260
025270     IF WS-NONALPHA-FOUND
025280         ADD 1 TO WS-NONALPHA-RECORD-COUNT
025290     END-IF.
025300
025310 2500-EXIT.
025320     EXIT.
025330
025340******************************************************************
025350*    2510-CONVERT-FIELD-LOOP -- WALK WS-WORK-FIELD, CHARACTER    *
025360*                                BY CHARACTER, FOR WS-FIELD-LEN   
025370*                                POSITIONS                        
025380******************************************************************
025390 2510-CONVERT-FIELD-LOOP.
025400
025410     MOVE "Y" TO WS-PREV-SPACE-SWITCH.
025420
025430     PERFORM 2600-CONVERT-CHARACTER
025440         THRU 2600-EXIT
025450         VARYING WS-SUB FROM 1 BY 1
025460         UNTIL WS-SUB > WS-FIELD-LEN.
025470
025480     IF CNV-XLIT-REQUESTED
025490         PERFORM 2550-TRANSLITERATE-FIELD
025500             THRU 2550-EXIT
025510     END-IF.
025520
025530 2510-EXIT.
025540     EXIT.
025550
025560******************************************************************
025570*    2520-CONVERT-DESC-FIELDS -- RE-CASE THE TWO DESCRIPTION     *
025580*                                 FIELDS OF THE DESCREC LAYOUT.  *
025590*                                 THE ITEM CODE IS NEVER         *
025600*                                 ALTERED, THE SAME WAY THE      *
025610*                                 ACCOUNT NUMBER NEVER IS ON     *
025620*                                 THE CUSTOMER LAYOUT.           *
025630******************************************************************
025640 2520-CONVERT-DESC-FIELDS.
025650
025660     MOVE WSD-SHORT-DESC TO WS-WORK-FIELD(1:25).
025670     MOVE 25             TO WS-FIELD-LEN.
025680     PERFORM 2510-CONVERT-FIELD-LOOP
025690         THRU 2510-EXIT.
025700     MOVE WS-WORK-FIELD(1:25) TO WSD-SHORT-DESC.
025710
025720     MOVE WSD-LONG-DESC  TO WS-WORK-FIELD.
025730     MOVE 60             TO WS-FIELD-LEN.
025740     PERFORM 2510-CONVERT-FIELD-LOOP
025750         THRU 2510-EXIT.
025760     MOVE WS-WORK-FIELD(1:60) TO WSD-LONG-DESC.
025770
025780 2520-EXIT.
025790     EXIT.
025800
025810******************************************************************
025820*    2550-TRANSLITERATE-FIELD -- MAP EACH TABLED ACCENTED        *
025830*                                 CHARACTER IN WS-WORK-FIELD TO  *
025840*                                 ITS PLAIN REPLACEMENT, AND     *
025850*                                 COUNT EVERY CHARACTER TOUCHED. *
025860******************************************************************
025870 2550-TRANSLITERATE-FIELD.
025880
025890     PERFORM 2560-TRANSLITERATE-ONE-PAIR
025900         THRU 2560-EXIT
025910         VARYING WS-XLIT-SUB FROM 1 BY 1
025920         UNTIL WS-XLIT-SUB > WS-XLIT-COUNT.
025930
025940 2550-EXIT.
025950     EXIT.
025960
025970 2560-TRANSLITERATE-ONE-PAIR.
025980
025990     MOVE ZERO TO WS-XLIT-TALLY.
026000     INSPECT WS-WORK-FIELD (1:WS-FIELD-LEN)
026010         TALLYING WS-XLIT-TALLY
026020         FOR ALL WS-XLIT-FROM-STR (WS-XLIT-SUB:1).
026030
026040     IF WS-XLIT-TALLY > ZERO
026050         ADD WS-XLIT-TALLY TO WS-XLIT-CHAR-COUNT
026060         INSPECT WS-WORK-FIELD (1:WS-FIELD-LEN)
026070             CONVERTING WS-XLIT-FROM-STR (WS-XLIT-SUB:1)
026080                     TO WS-XLIT-TO-STR (WS-XLIT-SUB:1)
026090     END-IF.
026100
026110 2560-EXIT.
026120     EXIT.
026130
026140******************************************************************
026150*    2600-CONVERT-CHARACTER -- CLASSIFY AND RE-CASE ONE BYTE OF  *
026160*                               WS-WORK-FIELD AT SUBSCRIPT WS-SUB 
026170******************************************************************
026180 2600-CONVERT-CHARACTER.
026190
026200     IF WS-WORK-FIELD(WS-SUB:1) = SPACE
026210         MOVE "Y" TO WS-PREV-SPACE-SWITCH
026220         GO TO 2600-EXIT
026230     END-IF.
026240
026250     IF (WS-WORK-FIELD(WS-SUB:1) < "A" OR
026260         WS-WORK-FIELD(WS-SUB:1) > "Z")
026270        AND
026280        (WS-WORK-FIELD(WS-SUB:1) < "a" OR
026290         WS-WORK-FIELD(WS-SUB:1) > "z")
026300         MOVE "Y" TO WS-NONALPHA-FOUND-SWITCH
026310     END-IF.
026320
026330     EVALUATE TRUE
026340         WHEN CNV-MODE-UPPERCASE
026350             PERFORM 2610-TO-UPPER
026360                 THRU 2610-EXIT
026370         WHEN CNV-MODE-LOWERCASE
026380             PERFORM 2620-TO-LOWER
026390                 THRU 2620-EXIT
026400         WHEN CNV-MODE-TITLECASE
026410             PERFORM 2630-TO-TITLE
026420                 THRU 2630-EXIT
026430         WHEN OTHER
026440             PERFORM 2610-TO-UPPER
026450                 THRU 2610-EXIT
026460     END-EVALUATE.
026470
026480     MOVE "N" TO WS-PREV-SPACE-SWITCH.
026490
026500 2600-EXIT.
026510     EXIT.
026520
026530******************************************************************
026540*    2610-TO-UPPER -- UPPERCASE MODE                             *
026550******************************************************************
026560 2610-TO-UPPER.
026570
026580     IF WS-WORK-FIELD(WS-SUB:1) >= "a" AND
026590        WS-WORK-FIELD(WS-SUB:1) <= "z"
026600         INSPECT WS-WORK-FIELD(WS-SUB:1)
026610             CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
026620         ADD 1 TO WS-CHAR-CONVERTED-COUNT
026630     END-IF.
026640
026650 2610-EXIT.
026660     EXIT.
026670
026680******************************************************************
026690*    2620-TO-LOWER -- LOWERCASE MODE                             *
026700******************************************************************
026710 2620-TO-LOWER.
026720
026730     IF WS-WORK-FIELD(WS-SUB:1) >= "A" AND
026740        WS-WORK-FIELD(WS-SUB:1) <= "Z"
026750         INSPECT WS-WORK-FIELD(WS-SUB:1)
026760             CONVERTING WS-UPPER-ALPHA TO WS-LOWER-ALPHA
026770         ADD 1 TO WS-CHAR-CONVERTED-COUNT
026780     END-IF.
026790
026800 2620-EXIT.
026810     EXIT.
026820
026830******************************************************************
026840*    2630-TO-TITLE -- TITLE-CASE MODE: FIRST LETTER OF EACH      *
026850*                      WORD UPPERCASE, REMAINDER LOWERCASE        
026860******************************************************************
026870 2630-TO-TITLE.
026880
026890     IF WS-AT-WORD-START
026900         IF WS-WORK-FIELD(WS-SUB:1) >= "a" AND
026910            WS-WORK-FIELD(WS-SUB:1) <= "z"
026920             INSPECT WS-WORK-FIELD(WS-SUB:1)
026930                 CONVERTING WS-LOWER-ALPHA TO WS-UPPER-ALPHA
026940             ADD 1 TO WS-CHAR-CONVERTED-COUNT
026950         END-IF
026960     ELSE
026970         IF WS-WORK-FIELD(WS-SUB:1) >= "A" AND
026980            WS-WORK-FIELD(WS-SUB:1) <= "Z"
026990             INSPECT WS-WORK-FIELD(WS-SUB:1)
027000                 CONVERTING WS-UPPER-ALPHA TO WS-LOWER-ALPHA
027010             ADD 1 TO WS-CHAR-CONVERTED-COUNT
027020         END-IF
027030     END-IF.
027040
027050 2630-EXIT.
027060     EXIT.
027070
027080******************************************************************
027090*    2700-APPLY-TO-MASTER -- APPLY ONE CONVERTED RECORD TO THE   *
027100*                             INDEXED CUSTOMER MASTER.  A KEY    *
027110*                             ALREADY ON THE MASTER IS REWRITTEN *
027120*                             (A CHANGE); A KEY NOT ON THE       *
027130*                             MASTER IS WRITTEN (AN ADD).  A     *
027140*                             KEY- OR RECORD-CLASS REJECTION     *
027150*                             (STATUS 21/22/23/24) IS COUNTED AS *
027160*                             UNMATCHED; ANY OTHER NON-ZERO      *
027170*                             STATUS IS A HARD I-O FAILURE AND   *
027180*                             IS FATAL, THE SAME AS EVERY OTHER  *
027190*                             FILE IN THIS PROGRAM.              *
027200******************************************************************
027210 2700-APPLY-TO-MASTER.
027220
027230     MOVE WS-ACCOUNT-NO TO MST-ACCOUNT-NO.
027240     READ MASTFILE.
027250
027260     IF WS-MASTFILE-STATUS = "00"
027270         MOVE MST-CUSTOMER-RECORD TO WS-MASTER-BEFORE
027280         PERFORM 2710-COMPARE-MASTER-FIELDS
027290             THRU 2710-EXIT
027300         IF CNV-NETCHG-REQUESTED
027310          AND NOT WS-ANY-FIELD-CHANGED
027320             ADD 1 TO WS-MASTER-UNCHANGED-COUNT
027330             MOVE "B" TO WS-OUTPUT-DISP-SWITCH
027340             GO TO 2700-EXIT
027350         END-IF
027360*        A SUPPRESSED ACCOUNT WHOSE FEED RECORD MOVES NO FIELD
027370*        STAYS SUPPRESSED AND STAYS OFF THE OUTBOUND FEED; A
027380*        FIELD THAT MOVED IS AN ADDRESS CORRECTION AND CLEARS
027390*        THE FLAG BELOW.
027400         IF MST-MAIL-SUPPRESSED
027410          AND NOT WS-ANY-FIELD-CHANGED
027420             ADD 1 TO WS-MASTER-SUPPRESS-COUNT
027430             MOVE "B" TO WS-OUTPUT-DISP-SWITCH
027440             GO TO 2700-EXIT
027450         END-IF
027460*        THE OVERLAY COVERS THE CUSTREC BYTES ONLY -- THE
027470*        MASTER-ONLY COLUMNS PAST POSITION 100 SURVIVE, AND A
027480*        CEP ALREADY ON THE MASTER SURVIVES A LEGACY FEED
027490*        RECORD THAT CARRIES NO CEP.
027500         MOVE MST-CEP TO WS-CEP-SAVE
027510         MOVE WS-CUSTOMER-RECORD
027520             TO MST-CUSTOMER-RECORD (1:100)
027530         IF WS-CEP = SPACES
027540             MOVE WS-CEP-SAVE TO MST-CEP
027550         END-IF
027560         IF WS-ANY-FIELD-CHANGED AND MST-MAIL-SUPPRESSED
027570             MOVE "N"    TO MST-SUPPRESS-FLAG
027580             MOVE ZERO   TO MST-SUPPRESS-DATE
027590             MOVE SPACES TO MST-SUPPRESS-REASON
027600         END-IF
027610         REWRITE MST-CUSTOMER-RECORD
027620         IF WS-MASTFILE-STATUS = "00"
027630             ADD 1 TO WS-MASTER-CHANGE-COUNT
027640             MOVE MST-CUSTOMER-RECORD TO WS-MASTER-AFTER
027650             MOVE "C" TO WS-JRN-ACTION
027660             PERFORM 2750-WRITE-JOURNAL
027670                 THRU 2750-EXIT
027680             GO TO 2700-EXIT
027690         END-IF
027700         IF WS-MASTFILE-STATUS = "21" OR "22" OR "23" OR "24"
027710             ADD 1 TO WS-MASTER-UNMATCH-COUNT
027720             GO TO 2700-EXIT
027730         END-IF
027740         DISPLAY
027750             "CONVERT6 - UNABLE TO REWRITE MASTFILE - STATUS "
027760             WS-MASTFILE-STATUS
027770         MOVE 16 TO RETURN-CODE
027780         STOP RUN
027790     END-IF.
027800
027810     IF WS-MASTFILE-STATUS = "23"
027820         MOVE SPACES TO WS-MASTER-BEFORE
027830         MOVE SPACES TO MST-CUSTOMER-RECORD
027840         MOVE WS-CUSTOMER-RECORD
027850             TO MST-CUSTOMER-RECORD (1:100)
027860         MOVE "N"    TO MST-SUPPRESS-FLAG
027870         MOVE ZERO   TO MST-SUPPRESS-DATE
027880         WRITE MST-CUSTOMER-RECORD
027890         IF WS-MASTFILE-STATUS = "00"
027900             ADD 1 TO WS-MASTER-ADD-COUNT
027910             ADD MST-ACCOUNT-NO TO WS-MASTER-ADD-HASH
027920             MOVE MST-CUSTOMER-RECORD TO WS-MASTER-AFTER
027930             MOVE "A" TO WS-JRN-ACTION
027940             PERFORM 2750-WRITE-JOURNAL
027950                 THRU 2750-EXIT
027960             GO TO 2700-EXIT
027970         END-IF
027980         IF WS-MASTFILE-STATUS = "21" OR "22" OR "23" OR "24"
027990             ADD 1 TO WS-MASTER-UNMATCH-COUNT
028000             GO TO 2700-EXIT
028010         END-IF
028020         DISPLAY
028030             "CONVERT6 - UNABLE TO WRITE MASTFILE - STATUS "
028040             WS-MASTFILE-STATUS
028050         MOVE 16 TO RETURN-CODE
028060         STOP RUN
028070     END-IF.
028080
028090     DISPLAY
028100         "CONVERT6 - UNABLE TO READ MASTFILE - STATUS "
028110         WS-MASTFILE-STATUS.
028120     MOVE 16 TO RETURN-CODE.
028130     STOP RUN.
028140
028150 2700-EXIT.
028160     EXIT.
028170
028180******************************************************************
028190*    2710-COMPARE-MASTER-FIELDS -- FIELD-BY-FIELD COMPARE OF THE *
028200*                                   CONVERTED RECORD AGAINST THE *
028210*                                   MASTER IMAGE JUST READ. SETS *
028220*                                   WS-ANY-FIELD-CHANGED AND, ON *
028230*                                   A NET-CHANGE RUN, LISTS EACH *
028240*                                   MOVED FIELD WITH ITS OLD AND *
028250*                                   NEW VALUE ON THE CHANGE-     *
028260*                                   DETAIL REPORT.               *
028270******************************************************************
028280 2710-COMPARE-MASTER-FIELDS.
028290
028300     MOVE "N" TO WS-FIELD-CHANGED-SWITCH.
028310
028320     MOVE "NAME"    TO WS-CHG-FIELD-NAME.
028330     MOVE MST-NAME  TO WS-CHG-OLD-VALUE.
028340     MOVE WS-NAME   TO WS-CHG-NEW-VALUE.
028350     PERFORM 2720-CHECK-ONE-FIELD
028360         THRU 2720-EXIT.
028370
028380     MOVE "STREET"  TO WS-CHG-FIELD-NAME.
028390     MOVE MST-STREET TO WS-CHG-OLD-VALUE.
028400     MOVE WS-STREET TO WS-CHG-NEW-VALUE.
028410     PERFORM 2720-CHECK-ONE-FIELD
028420         THRU 2720-EXIT.
028430
028440     MOVE "CITY"    TO WS-CHG-FIELD-NAME.
028450     MOVE MST-CITY  TO WS-CHG-OLD-VALUE.
028460     MOVE WS-CITY   TO WS-CHG-NEW-VALUE.
028470     PERFORM 2720-CHECK-ONE-FIELD
028480         THRU 2720-EXIT.
028490
028500     MOVE "STATE"   TO WS-CHG-FIELD-NAME.
028510     MOVE MST-STATE TO WS-CHG-OLD-VALUE.
028520     MOVE WS-STATE  TO WS-CHG-NEW-VALUE.
028530     PERFORM 2720-CHECK-ONE-FIELD
028540         THRU 2720-EXIT.
028550
028560*    A BLANK FEED CEP MEANS NOT SUPPLIED (SEE CUSTREC), NOT
028570*    "CLEAR THE STORED CEP" -- A LEGACY FEED MUST NEITHER FLAG
028580*    THE RECORD AS CHANGED NOR DISTURB A CEP ALREADY ON THE
028590*    MASTER.
028600     IF WS-CEP NOT = SPACES
028610         MOVE "CEP"     TO WS-CHG-FIELD-NAME
028620         MOVE MST-CEP   TO WS-CHG-OLD-VALUE
028630         MOVE WS-CEP    TO WS-CHG-NEW-VALUE
028640         PERFORM 2720-CHECK-ONE-FIELD
028650             THRU 2720-EXIT
028660     END-IF.
028670
028680 2710-EXIT.
028690     EXIT.
028700
028710******************************************************************
028720*    2720-CHECK-ONE-FIELD -- COMPARE THE STAGED OLD AND NEW      *
028730*                             VALUES OF ONE FIELD; A DIFFERENCE  *
028740*                             FLAGS THE RECORD AS CHANGED AND    *
028750*                             GOES OUT AS ONE CHANGE-DETAIL LINE.*
028760******************************************************************
028770 2720-CHECK-ONE-FIELD.
028780
028790     IF WS-CHG-OLD-VALUE = WS-CHG-NEW-VALUE
028800         GO TO 2720-EXIT
028810     END-IF.
028820
028830     MOVE "Y" TO WS-FIELD-CHANGED-SWITCH.
028840
028850     IF NOT CNV-NETCHG-REQUESTED
028860         GO TO 2720-EXIT
028870     END-IF.
028880
028890     MOVE SPACES TO CHG-RECORD.
028900     IF CNV-LAYOUT-DESC
028910         MOVE 1 TO WS-OUT-PTR
028920         STRING
028930             "ITEM    "       DELIMITED BY SIZE
028940             WSD-ITEM-CODE    DELIMITED BY SIZE
028950             INTO CHG-RECORD WITH POINTER WS-OUT-PTR
028960     ELSE
028970         MOVE 1 TO WS-OUT-PTR
028980         STRING
028990             "ACCOUNT "       DELIMITED BY SIZE
029000             WS-ACCOUNT-NO    DELIMITED BY SIZE
029010             INTO CHG-RECORD WITH POINTER WS-OUT-PTR
029020     END-IF.
029030     STRING
029040         "  "              DELIMITED BY SIZE
029050         WS-CHG-FIELD-NAME DELIMITED BY SIZE
029060         "  OLD="          DELIMITED BY SIZE
029070         WS-CHG-OLD-VALUE  DELIMITED BY SIZE
029080         "  NEW="          DELIMITED BY SIZE
029090         WS-CHG-NEW-VALUE  DELIMITED BY SIZE
029100         INTO CHG-RECORD WITH POINTER WS-OUT-PTR.
029110     WRITE CHG-RECORD.
029120
029130 2720-EXIT.
029140     EXIT.
029150
029160******************************************************************
029170*    2730-DELETE-FROM-MASTER -- APPLY AN ACCOUNT CLOSURE TO THE  *
029180*                                MASTER.  THE DELETED IMAGE IS   *
029190*                                JOURNALED SO CNVJREST CAN RE-ADD*
029200*                                IT, AND THE CLOSURE RECORD IS   *
029210*                                ROUTED TO THE BYPASS DATASET SO *
029220*                                THE NIGHT STILL BALANCES.  A    *
029230*                                CLOSURE FOR AN ACCOUNT NOT ON   *
029240*                                THE MASTER GOES TO EXCPFILE AS  *
029250*                                ITS OWN REASON.                 *
029260******************************************************************
029270 2730-DELETE-FROM-MASTER.
029280
029290     MOVE WS-ACCOUNT-NO TO MST-ACCOUNT-NO.
029300     READ MASTFILE.
029310
029320     IF WS-MASTFILE-STATUS = "23"
029330         MOVE "CLOSURE FOR UNKNOWN ACCOUNT"
029340             TO WS-EXCEPTION-REASON
029350         PERFORM 2200-WRITE-EXCEPTION
029360             THRU 2200-EXIT
029370         ADD 1 TO WS-REJECT-COUNT
029380         GO TO 2730-EXIT
029390     END-IF.
029400
029410     IF WS-MASTFILE-STATUS NOT = "00"
029420         DISPLAY
029430             "CONVERT6 - UNABLE TO READ MASTFILE - STATUS "
029440             WS-MASTFILE-STATUS
029450         MOVE 16 TO RETURN-CODE
029460         STOP RUN
029470     END-IF.
029480
029490     MOVE MST-CUSTOMER-RECORD TO WS-MASTER-BEFORE.
029500     DELETE MASTFILE RECORD.
029510
029520     IF WS-MASTFILE-STATUS = "00"
029530         ADD 1 TO WS-MASTER-DELETE-COUNT
029540         ADD MST-ACCOUNT-NO TO WS-MASTER-DELETE-HASH
029550         MOVE SPACES TO WS-MASTER-AFTER
029560         MOVE "D" TO WS-JRN-ACTION
029570         PERFORM 2750-WRITE-JOURNAL
029580             THRU 2750-EXIT
029590         PERFORM 2840-WRITE-BYPASS
029600             THRU 2840-EXIT
029610         GO TO 2730-EXIT
029620     END-IF.
029630
029640     IF WS-MASTFILE-STATUS = "21" OR "22" OR "24"
029650         ADD 1 TO WS-MASTER-UNMATCH-COUNT
029660         PERFORM 2840-WRITE-BYPASS
029670             THRU 2840-EXIT
029680         GO TO 2730-EXIT
029690     END-IF.
029700
029710     DISPLAY
029720         "CONVERT6 - UNABLE TO DELETE MASTFILE - STATUS "
029730         WS-MASTFILE-STATUS.
029740     MOVE 16 TO RETURN-CODE.
029750     STOP RUN.
029760
029770 2730-EXIT.
029780     EXIT.
029790
029800******************************************************************
029810*    2750-WRITE-JOURNAL -- APPEND ONE BEFORE/AFTER IMAGE RECORD  *
029820*                           TO THE MASTER-UPDATE JOURNAL.  THE   *
029830*                           BEFORE-IMAGE IS IN WS-MASTER-BEFORE, *
029840*                           THE ACTION IN WS-JRN-ACTION AND THE  *
029850*                           AFTER-IMAGE IN WS-MASTER-AFTER (AN   *
029860*                           APPLIED CLOSURE JOURNALS SPACES      *
029870*                           THERE).  A FAILED WRITE              *
029880*                           IS FATAL -- AN UNJOURNALED UPDATE    *
029890*                           CANNOT BE BACKED OUT.                *
029900******************************************************************
029910 2750-WRITE-JOURNAL.
029920
029930     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
029940     ACCEPT WS-CURRENT-TIME FROM TIME.
029950
029960     MOVE SPACES              TO JRN-RECORD.
029970     MOVE WS-CURRENT-DATE     TO JRN-DATE.
029980     MOVE WS-CURRENT-TIME (1:6) TO JRN-TIME.
029990     MOVE MST-ACCOUNT-NO      TO JRN-ACCOUNT-NO.
030000     MOVE WS-JRN-ACTION       TO JRN-ACTION.
030010     MOVE CNV-INPUT-DSNAME    TO JRN-INPUT-DSNAME.
030020     MOVE WS-HDR-FILE-DATE    TO JRN-FILE-DATE.
030030     MOVE WS-HDR-FILE-SEQ     TO JRN-FILE-SEQ.
030040     MOVE WS-MASTER-BEFORE    TO JRN-BEFORE-IMAGE.
030050     MOVE WS-MASTER-AFTER     TO JRN-AFTER-IMAGE.
030060
030070     WRITE JRN-RECORD.
030080     IF WS-JRNLFILE-STATUS NOT = "00"
030090         DISPLAY
030100             "CONVERT6 - UNABLE TO WRITE JRNLFILE - STATUS "
030110             WS-JRNLFILE-STATUS
030120         MOVE 16 TO RETURN-CODE
030130         STOP RUN
030140     END-IF.
030150
030160     ADD 1 TO WS-JOURNAL-COUNT.
030170
030180 2750-EXIT.
030190     EXIT.
030200
030210******************************************************************
030220*    2760-APPLY-TO-ITEM-MASTER -- APPLY ONE CONVERTED DESCRIPTION*
030230*                                  RECORD TO THE ITEM MASTER AS  *
030240*                                  AN ADD OR A CHANGE, JOURNALED *
030250*                                  LIKE 2700.  A CHANGE TO A     *
030260*                                  RETIRED ITEM REINSTATES IT.   *
030270*                                  ON A NET-CHANGE RUN AN ITEM   *
030280*                                  WHOSE DESCRIPTIONS DID NOT    *
030290*                                  MOVE IS NOT REWRITTEN AND     *
030300*                                  GOES TO THE BYPASS DATASET.   *
030310******************************************************************
030320 2760-APPLY-TO-ITEM-MASTER.
030330
030340     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
030350
030360     MOVE WSD-ITEM-CODE TO ITM-ITEM-CODE.
030370     READ ITEMFILE.
030380
030390     IF WS-ITEMFILE-STATUS = "00"
030400         MOVE ITM-ITEM-RECORD TO WS-ITEM-BEFORE
030410         PERFORM 2770-COMPARE-ITEM-FIELDS
030420             THRU 2770-EXIT
030430         IF CNV-NETCHG-REQUESTED
030440          AND NOT WS-ANY-FIELD-CHANGED
030450             ADD 1 TO WS-MASTER-UNCHANGED-COUNT
030460             MOVE "B" TO WS-OUTPUT-DISP-SWITCH
030470             GO TO 2760-EXIT
030480         END-IF
030490         MOVE WSD-SHORT-DESC TO ITM-SHORT-DESC
030500         MOVE WSD-LONG-DESC  TO ITM-LONG-DESC
030510         IF WS-ANY-FIELD-CHANGED
030520             MOVE WS-CURRENT-DATE TO ITM-CHANGED-DATE
030530         END-IF
030540         MOVE "A"  TO ITM-STATUS
030550         MOVE ZERO TO ITM-RETIRED-DATE
030560         REWRITE ITM-ITEM-RECORD
030570         IF WS-ITEMFILE-STATUS = "00"
030580             ADD 1 TO WS-MASTER-CHANGE-COUNT
030590             MOVE ITM-ITEM-RECORD TO WS-ITEM-AFTER
030600             MOVE "C" TO WS-JRN-ACTION
030610             PERFORM 2790-WRITE-ITEM-JOURNAL
030620                 THRU 2790-EXIT
030630             GO TO 2760-EXIT
030640         END-IF
030650         IF WS-ITEMFILE-STATUS = "21" OR "22" OR "23" OR "24"
030660             ADD 1 TO WS-MASTER-UNMATCH-COUNT
030670             GO TO 2760-EXIT
030680         END-IF
030690         DISPLAY
030700             "CONVERT6 - UNABLE TO REWRITE ITEMMAST - STATUS "
030710             WS-ITEMFILE-STATUS
030720         MOVE 16 TO RETURN-CODE
030730         STOP RUN
030740     END-IF.
030750
030760     IF WS-ITEMFILE-STATUS = "23"
030770         MOVE SPACES TO WS-ITEM-BEFORE
030780         MOVE SPACES TO ITM-ITEM-RECORD
030790         MOVE WSD-ITEM-CODE   TO ITM-ITEM-CODE
030800         MOVE WSD-SHORT-DESC  TO ITM-SHORT-DESC
030810         MOVE WSD-LONG-DESC   TO ITM-LONG-DESC
030820         MOVE "A"             TO ITM-STATUS
030830         MOVE WS-CURRENT-DATE TO ITM-ADDED-DATE
030840         MOVE WS-CURRENT-DATE TO ITM-CHANGED-DATE
030850         MOVE ZERO            TO ITM-RETIRED-DATE
030860         WRITE ITM-ITEM-RECORD
030870         IF WS-ITEMFILE-STATUS = "00"
030880             ADD 1 TO WS-MASTER-ADD-COUNT
030890             MOVE ITM-ITEM-RECORD TO WS-ITEM-AFTER
030900             MOVE "A" TO WS-JRN-ACTION
030910             PERFORM 2790-WRITE-ITEM-JOURNAL
030920                 THRU 2790-EXIT
030930             GO TO 2760-EXIT
030940         END-IF
030950         IF WS-ITEMFILE-STATUS = "21" OR "22" OR "23" OR "24"
030960             ADD 1 TO WS-MASTER-UNMATCH-COUNT
030970             GO TO 2760-EXIT
030980         END-IF
030990         DISPLAY
031000             "CONVERT6 - UNABLE TO WRITE ITEMMAST - STATUS "
031010             WS-ITEMFILE-STATUS
031020         MOVE 16 TO RETURN-CODE
031030         STOP RUN
031040     END-IF.
031050
031060     DISPLAY
031070         "CONVERT6 - UNABLE TO READ ITEMMAST - STATUS "
031080         WS-ITEMFILE-STATUS.
031090     MOVE 16 TO RETURN-CODE.
031100     STOP RUN.
031110
031120 2760-EXIT.
031130     EXIT.
031140
031150******************************************************************
031160*    2770-COMPARE-ITEM-FIELDS -- FIELD-BY-FIELD COMPARE OF THE   *
031170*                                 CONVERTED DESCRIPTION RECORD   *
031180*                                 AGAINST THE ITEM MASTER IMAGE  *
031190*                                 JUST READ, THROUGH THE SAME    *
031200*                                 2720 CHECK AS THE CUSTOMER     *
031210*                                 FIELDS.  THE 60-BYTE LONG      *
031220*                                 DESCRIPTION IS COMPARED IN TWO *
031230*                                 HALVES TO FIT THE 30-BYTE      *
031240*                                 STAGING FIELDS.  A RETIRED     *
031250*                                 ITEM ALWAYS COUNTS AS CHANGED  *
031260*                                 -- THE RECORD REINSTATES IT.   *
031270******************************************************************
031280 2770-COMPARE-ITEM-FIELDS.
031290
031300     MOVE "N" TO WS-FIELD-CHANGED-SWITCH.
031310
031320     MOVE "SDESC"  TO WS-CHG-FIELD-NAME.
031330     MOVE ITM-SHORT-DESC TO WS-CHG-OLD-VALUE.
031340     MOVE WSD-SHORT-DESC TO WS-CHG-NEW-VALUE.
031350     PERFORM 2720-CHECK-ONE-FIELD
031360         THRU 2720-EXIT.
031370
031380     MOVE "LDESC1" TO WS-CHG-FIELD-NAME.
031390     MOVE ITM-LONG-DESC (1:30) TO WS-CHG-OLD-VALUE.
031400     MOVE WSD-LONG-DESC (1:30) TO WS-CHG-NEW-VALUE.
031410     PERFORM 2720-CHECK-ONE-FIELD
031420         THRU 2720-EXIT.
031430
031440     MOVE "LDESC2" TO WS-CHG-FIELD-NAME.
031450     MOVE ITM-LONG-DESC (31:30) TO WS-CHG-OLD-VALUE.
031460     MOVE WSD-LONG-DESC (31:30) TO WS-CHG-NEW-VALUE.
031470     PERFORM 2720-CHECK-ONE-FIELD
031480         THRU 2720-EXIT.
031490
031500     MOVE "STATUS" TO WS-CHG-FIELD-NAME.
031510     MOVE ITM-STATUS TO WS-CHG-OLD-VALUE.
031520     MOVE "A"        TO WS-CHG-NEW-VALUE.
031530     PERFORM 2720-CHECK-ONE-FIELD
031540         THRU 2720-EXIT.
031550
031560 2770-EXIT.
031570     EXIT.
031580
031590******************************************************************
031600*    2780-RETIRE-ITEM -- APPLY AN ITEM RETIREMENT TO THE ITEM    *
031610*                        MASTER.  THE ITEM IS NOT DELETED -- IT  *
031620*                        IS FLAGGED RETIRED AND DATED, SO ITS    *
031630*                        LAST DESCRIPTION SURVIVES, AND THE      *
031640*                        REWRITE IS JOURNALED.  THE RECORD GOES  *
031650*                        TO THE BYPASS DATASET, LIKE A CUSTOMER  *
031660*                        CLOSURE.  A RETIREMENT FOR AN ITEM NOT  *
031670*                        ON THE MASTER GOES TO EXCPFILE; ONE FOR *
031680*                        AN ITEM ALREADY RETIRED IS UNMATCHED.   *
031690******************************************************************
031700 2780-RETIRE-ITEM.
031710
031720     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
031730
031740     MOVE WSD-ITEM-CODE TO ITM-ITEM-CODE.
031750     READ ITEMFILE.
031760
031770     IF WS-ITEMFILE-STATUS = "23"
031780         MOVE "RETIREMENT FOR UNKNOWN ITEM"
031790             TO WS-EXCEPTION-REASON
031800         PERFORM 2200-WRITE-EXCEPTION
031810             THRU 2200-EXIT
031820         ADD 1 TO WS-REJECT-COUNT
031830         GO TO 2780-EXIT
031840     END-IF.
031850
031860     IF WS-ITEMFILE-STATUS NOT = "00"
031870         DISPLAY
031880             "CONVERT6 - UNABLE TO READ ITEMMAST - STATUS "
031890             WS-ITEMFILE-STATUS
031900         MOVE 16 TO RETURN-CODE
031910         STOP RUN
031920     END-IF.
031930
031940     IF ITM-RETIRED
031950         ADD 1 TO WS-MASTER-UNMATCH-COUNT
031960         PERFORM 2840-WRITE-BYPASS
031970             THRU 2840-EXIT
031980         GO TO 2780-EXIT
031990     END-IF.
032000
032010     MOVE ITM-ITEM-RECORD TO WS-ITEM-BEFORE.
032020     MOVE "R"             TO ITM-STATUS.
032030     MOVE WS-CURRENT-DATE TO ITM-RETIRED-DATE.
032040     MOVE WS-CURRENT-DATE TO ITM-CHANGED-DATE.
032050     REWRITE ITM-ITEM-RECORD.
032060
032070     IF WS-ITEMFILE-STATUS = "00"
032080         ADD 1 TO WS-MASTER-DELETE-COUNT
032090         MOVE ITM-ITEM-RECORD TO WS-ITEM-AFTER
032100         MOVE "R" TO WS-JRN-ACTION
032110         PERFORM 2790-WRITE-ITEM-JOURNAL
032120             THRU 2790-EXIT
032130         PERFORM 2840-WRITE-BYPASS
032140             THRU 2840-EXIT
032150         GO TO 2780-EXIT
032160     END-IF.
032170
032180     IF WS-ITEMFILE-STATUS = "21" OR "22" OR "23" OR "24"
032190         ADD 1 TO WS-MASTER-UNMATCH-COUNT
032200         PERFORM 2840-WRITE-BYPASS
032210             THRU 2840-EXIT
032220         GO TO 2780-EXIT
032230     END-IF.
032240
032250     DISPLAY
032260         "CONVERT6 - UNABLE TO REWRITE ITEMMAST - STATUS "
032270         WS-ITEMFILE-STATUS.
032280     MOVE 16 TO RETURN-CODE.
032290     STOP RUN.
032300
032310 2780-EXIT.
032320     EXIT.
032330
032340******************************************************************
032350*    2790-WRITE-ITEM-JOURNAL -- APPEND ONE BEFORE/AFTER IMAGE    *
032360*                                RECORD TO THE ITEM JOURNAL.     *
032370*                                THE IMAGES ARE IN WS-ITEM-BEFORE*
032380*                                AND WS-ITEM-AFTER, THE ACTION IN*
032390*                                WS-JRN-ACTION.  A FAILED WRITE  *
032400*                                IS FATAL, AS IN 2750.           *
032410******************************************************************
032420 2790-WRITE-ITEM-JOURNAL.
032430
032440     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
032450     ACCEPT WS-CURRENT-TIME FROM TIME.
032460
032470     MOVE SPACES              TO IJR-RECORD.
032480     MOVE WS-CURRENT-DATE     TO IJR-DATE.
032490     MOVE WS-CURRENT-TIME (1:6) TO IJR-TIME.
032500     MOVE ITM-ITEM-CODE       TO IJR-ITEM-CODE.
032510     MOVE WS-JRN-ACTION       TO IJR-ACTION.
032520     MOVE CNV-INPUT-DSNAME    TO IJR-INPUT-DSNAME.
032530     MOVE WS-HDR-FILE-DATE    TO IJR-FILE-DATE.
032540     MOVE WS-HDR-FILE-SEQ     TO IJR-FILE-SEQ.
032550     MOVE WS-ITEM-BEFORE      TO IJR-BEFORE-IMAGE.
032560     MOVE WS-ITEM-AFTER       TO IJR-AFTER-IMAGE.
032570
032580     WRITE IJR-RECORD.
032590     IF WS-IJRNFILE-STATUS NOT = "00"
032600         DISPLAY
032610             "CONVERT6 - UNABLE TO WRITE ITMJRNL - STATUS "
032620             WS-IJRNFILE-STATUS
032630         MOVE 16 TO RETURN-CODE
032640         STOP RUN
032650     END-IF.
032660
032670     ADD 1 TO WS-JOURNAL-COUNT.
032680
032690 2790-EXIT.
032700     EXIT.
032710
032720******************************************************************
032730*    2800-WRITE-DELIMITED -- BUILD AND WRITE ONE SEMICOLON-      *
032740*                             DELIMITED OUTPUT RECORD: ONE FIELD *
032750*                             PER COLUMN OF THE LAYOUT IN FORCE, *
032760*                             TRAILING BLANKS TRIMMED.           *
032770******************************************************************
032780 2800-WRITE-DELIMITED.
032790
032800     MOVE SPACES TO OUT-DELIM-RECORD.
032810     MOVE 1 TO WS-OUT-PTR.
032820
032830     IF CNV-LAYOUT-DESC
032840         STRING WSD-ITEM-CODE ";" DELIMITED BY SIZE
032850             INTO OUT-DELIM-RECORD WITH POINTER WS-OUT-PTR
032860         MOVE WSD-SHORT-DESC TO WS-WORK-FIELD (1:25)
032870         MOVE 25 TO WS-FIELD-LEN
032880         PERFORM 2850-TRIM-WORK-FIELD
032890             THRU 2850-EXIT
032900         STRING WS-WORK-FIELD (1:WS-TRIM-LEN) ";"
032910             DELIMITED BY SIZE
032920             INTO OUT-DELIM-RECORD WITH POINTER WS-OUT-PTR
032930         MOVE WSD-LONG-DESC TO WS-WORK-FIELD
032940         MOVE 60 TO WS-FIELD-LEN
032950         PERFORM 2850-TRIM-WORK-FIELD
032960             THRU 2850-EXIT
032970         STRING WS-WORK-FIELD (1:WS-TRIM-LEN)
032980             DELIMITED BY SIZE
032990             INTO OUT-DELIM-RECORD WITH POINTER WS-OUT-PTR
033000         GO TO 2800-WRITE
033010     END-IF.
033020
033030     STRING WS-ACCOUNT-NO ";" DELIMITED BY SIZE
033040         INTO OUT-DELIM-RECORD WITH POINTER WS-OUT-PTR.
033050
033060     MOVE WS-NAME TO WS-WORK-FIELD (1:30).
033070     MOVE 30 TO WS-FIELD-LEN.
033080     PERFORM 2850-TRIM-WORK-FIELD
033090         THRU 2850-EXIT.
033100     STRING WS-WORK-FIELD (1:WS-TRIM-LEN) ";"
033110         DELIMITED BY SIZE
033120         INTO OUT-DELIM-RECORD WITH POINTER WS-OUT-PTR.
033130
033140     MOVE WS-STREET TO WS-WORK-FIELD (1:30).
033150     MOVE 30 TO WS-FIELD-LEN.
033160     PERFORM 2850-TRIM-WORK-FIELD
033170         THRU 2850-EXIT.
033180     STRING WS-WORK-FIELD (1:WS-TRIM-LEN) ";"
033190         DELIMITED BY SIZE
033200         INTO OUT-DELIM-RECORD WITH POINTER WS-OUT-PTR.
033210
033220     MOVE WS-CITY TO WS-WORK-FIELD (1:20).
033230     MOVE 20 TO WS-FIELD-LEN.
033240     PERFORM 2850-TRIM-WORK-FIELD
033250         THRU 2850-EXIT.
033260     STRING WS-WORK-FIELD (1:WS-TRIM-LEN) ";"
033270         DELIMITED BY SIZE
033280         INTO OUT-DELIM-RECORD WITH POINTER WS-OUT-PTR.
033290
033300     MOVE WS-STATE TO WS-WORK-FIELD (1:2).
033310     MOVE 2 TO WS-FIELD-LEN.
033320     PERFORM 2850-TRIM-WORK-FIELD
033330         THRU 2850-EXIT.
033340     STRING WS-WORK-FIELD (1:WS-TRIM-LEN) ";"
033350         DELIMITED BY SIZE
033360         INTO OUT-DELIM-RECORD WITH POINTER WS-OUT-PTR.
033370
033380     MOVE WS-CEP TO WS-WORK-FIELD (1:8).
033390     MOVE 8 TO WS-FIELD-LEN.
033400     PERFORM 2850-TRIM-WORK-FIELD
033410         THRU 2850-EXIT.
033420     STRING WS-WORK-FIELD (1:WS-TRIM-LEN)
033430         DELIMITED BY SIZE
033440         INTO OUT-DELIM-RECORD WITH POINTER WS-OUT-PTR.
033450
033460 2800-WRITE.
033470     WRITE OUT-DELIM-RECORD.
033480
033490 2800-EXIT.
033500     EXIT.
033510
033520******************************************************************
033530*    2810-WRITE-DELIM-HEADER -- FIELD-NAME HEADER RECORD FOR THE *
033540*                                DELIMITED OUTPUT                *
033550******************************************************************
033560 2810-WRITE-DELIM-HEADER.
033570
033580     MOVE SPACES TO OUT-DELIM-RECORD.
033590     IF CNV-LAYOUT-DESC
033600         MOVE "ITEM-CODE;SHORT-DESC;LONG-DESC"
033610             TO OUT-DELIM-RECORD
033620     ELSE
033630         MOVE "ACCOUNT-NO;NAME;STREET;CITY;STATE;CEP"
033640             TO OUT-DELIM-RECORD
033650     END-IF.
033660     WRITE OUT-DELIM-RECORD.
033670
033680 2810-EXIT.
033690     EXIT.
033700
033710******************************************************************
033720*    2820-WRITE-DELIM-TRAILER -- TRL RECORD CARRYING THE COUNT   *
033730*                                 OF DETAIL RECORDS WRITTEN SO   *
033740*                                 THE WAREHOUSE LOAD CAN         *
033750*                                 VALIDATE ITS OWN INPUT         *
033760******************************************************************
033770 2820-WRITE-DELIM-TRAILER.
033780
033790     MOVE WS-WRITTEN-COUNT TO WS-TRAILER-COUNT-X.
033800     MOVE SPACES TO OUT-DELIM-RECORD.
033810     STRING "TRL;" WS-TRAILER-COUNT-X DELIMITED BY SIZE
033820         INTO OUT-DELIM-RECORD.
033830     WRITE OUT-DELIM-RECORD.
033840
033850 2820-EXIT.
033860     EXIT.
033870
033880******************************************************************
033890*    2840-WRITE-BYPASS -- ROUTE A CONVERTED RECORD THAT IS       *
033900*                          DELIBERATELY LEFT OFF THE OUTBOUND    *
033910*                          FEED TO THE BYPASS DATASET, SO THE    *
033920*                          NIGHTLY RECONCILIATION STILL ACCOUNTS *
033930*                          FOR EVERY INPUT DETAIL RECORD.        *
033940******************************************************************
033950 2840-WRITE-BYPASS.
033960
033970     MOVE WS-CUSTOMER-RECORD TO BYP-RECORD.
033980     WRITE BYP-RECORD.
033990
034000 2840-EXIT.
034010     EXIT.
034020
034030******************************************************************
034040*    2850-TRIM-WORK-FIELD -- FIND THE LAST NON-BLANK POSITION OF *
034050*                             WS-WORK-FIELD WITHIN WS-FIELD-LEN. *
034060*                             AN ALL-BLANK FIELD KEEPS LENGTH 1  *
034070*                             SO THE DELIMITED COLUMN IS STILL   *
034080*                             PRESENT.                           *
034090******************************************************************
034100 2850-TRIM-WORK-FIELD.
034110
034120     MOVE ZERO TO WS-TRIM-LEN.
034130     PERFORM 2860-TRIM-SCAN
034140         THRU 2860-EXIT
034150         VARYING WS-SUB FROM 1 BY 1
034160         UNTIL WS-SUB > WS-FIELD-LEN.
034170
034180     IF WS-TRIM-LEN = ZERO
034190         MOVE 1 TO WS-TRIM-LEN
034200     END-IF.
034210
034220 2850-EXIT.
034230     EXIT.
034240
034250 2860-TRIM-SCAN.
034260
034270     IF WS-WORK-FIELD (WS-SUB:1) NOT = SPACE
034280         MOVE WS-SUB TO WS-TRIM-LEN
034290     END-IF.
034300
034310 2860-EXIT.
034320     EXIT.
034330
034340******************************************************************
034350*    2900-CHECKPOINT-CHECK -- WRITE A CHECKPOINT EVERY           *
034360*                              WS-CKPT-INTERVAL RECORDS          *
034370******************************************************************
034380 2900-CHECKPOINT-CHECK.
034390
034400     DIVIDE WS-RECORD-COUNT BY WS-CKPT-INTERVAL
034410         GIVING WS-CKPT-QUOTIENT
034420         REMAINDER WS-CKPT-REMAINDER.
034430
034440     IF WS-CKPT-REMAINDER = ZERO
034450         PERFORM 2950-WRITE-CHECKPOINT-FILE
034460             THRU 2950-EXIT
034470     END-IF.
034480
034490 2900-EXIT.
034500     EXIT.
034510
034520******************************************************************
034530*    2950-WRITE-CHECKPOINT-FILE -- PERSIST THE LAST RECORD-NO    *
034540*                                  AND THE CUMULATIVE RUN COUNTS *
034550*                                  A FAILED OPEN OR WRITE HERE IS*
034560*                                  FATAL -- IT MEANS THE RESTART *
034570*                                  PROTECTION THIS FILE EXISTS   *
034580*                                  FOR CANNOT BE RELIED ON.      *
034590******************************************************************
034600 2950-WRITE-CHECKPOINT-FILE.
034610
034620     MOVE CNV-INPUT-DSNAME         TO CKPT-INPUT-DSNAME.
034630     MOVE WS-RECORD-COUNT          TO CKPT-LAST-RECORD-NO.
034640     MOVE WS-WRITTEN-COUNT         TO CKPT-WRITTEN-COUNT.
034650     MOVE WS-REJECT-COUNT          TO CKPT-REJECT-COUNT.
034660     MOVE WS-NONALPHA-RECORD-COUNT TO CKPT-NONALPHA-COUNT.
034670     MOVE WS-CHAR-CONVERTED-COUNT  TO CKPT-CHAR-CONV-COUNT.
034680     MOVE WS-MASTER-ADD-COUNT      TO CKPT-MST-ADD-COUNT.
034690     MOVE WS-MASTER-CHANGE-COUNT   TO CKPT-MST-CHANGE-COUNT.
034700     MOVE WS-MASTER-UNMATCH-COUNT  TO CKPT-MST-UNMATCH-COUNT.
034710     MOVE WS-DUPLICATE-COUNT       TO CKPT-DUP-COUNT.
034720     MOVE WS-XLIT-CHAR-COUNT       TO CKPT-XLIT-COUNT.
034730     MOVE WS-JOURNAL-COUNT         TO CKPT-JOURNAL-COUNT.
034740     MOVE WS-MASTER-UNCHANGED-COUNT TO CKPT-MST-UNCHG-COUNT.
034750     MOVE WS-MASTER-DELETE-COUNT    TO CKPT-MST-DELETE-COUNT.
034760     MOVE WS-MASTER-SUPPRESS-COUNT  TO CKPT-MST-SUPPR-COUNT.
034770     MOVE WS-MASTER-ADD-HASH        TO CKPT-MST-ADD-HASH.
034780     MOVE WS-MASTER-DELETE-HASH     TO CKPT-MST-DELETE-HASH.
034790
034800     OPEN OUTPUT CKPTFILE.
034810     IF WS-CKPTFILE-STATUS NOT = "00"
034820         DISPLAY
034830             "CONVERT6 - UNABLE TO OPEN CKPTFILE - STATUS "
034840             WS-CKPTFILE-STATUS
034850         MOVE 16 TO RETURN-CODE
034860         STOP RUN
034870     END-IF.
034880
034890     WRITE CKPT-RECORD.
034900     IF WS-CKPTFILE-STATUS NOT = "00"
034910         DISPLAY
034920             "CONVERT6 - UNABLE TO WRITE CKPTFILE - STATUS "
034930             WS-CKPTFILE-STATUS
034940         MOVE 16 TO RETURN-CODE
034950         STOP RUN
034960     END-IF.
034970
034980     CLOSE CKPTFILE.
034990
035000 2950-EXIT.
035010     EXIT.
035020
035030******************************************************************
035040*    9000-TERMINATE -- FINAL CHECKPOINT, SUMMARY REPORT, AUDIT   *
035050*                       LOG, CLOSE FILES                          
035060******************************************************************
035070 9000-TERMINATE.
035080
035090     PERFORM 2950-WRITE-CHECKPOINT-FILE
035100         THRU 2950-EXIT.
035110
035120     PERFORM 9050-VERIFY-TRAILER
035130         THRU 9050-EXIT.
035140
035150     PERFORM 9100-WRITE-REPORT
035160         THRU 9100-EXIT.
035170
035180     PERFORM 9200-WRITE-AUDIT-LOG
035190         THRU 9200-EXIT.
035200
035210     PERFORM 9300-UPDATE-SEQ-CONTROL
035220         THRU 9300-EXIT.
035230
035240     IF CNV-MASTER-UPDATE AND CNV-LAYOUT-CUSTOMER
035250         PERFORM 9400-ROLL-MASTER-CONTROL
035260             THRU 9400-EXIT
035270     END-IF.
035280
035290     IF CNV-OUT-DELIMITED
035300         PERFORM 2820-WRITE-DELIM-TRAILER
035310             THRU 2820-EXIT
035320     END-IF.
035330
035340     CLOSE INFILE OUTFILE EXCPFILE RPTFILE.
035350
035360     IF CNV-LAYOUT-CUSTOMER
035370         CLOSE EXCPTRK
035380     END-IF.
035390
035400     IF CNV-MASTER-UPDATE
035410         IF CNV-LAYOUT-DESC
035420             CLOSE ITEMFILE IJRNFILE BYPFILE
035430         ELSE
035440             CLOSE MASTFILE JRNLFILE BYPFILE
035450         END-IF
035460     END-IF.
035470
035480     IF CNV-NETCHG-REQUESTED
035490         CLOSE CHGFILE
035500     END-IF.
035510
035520     IF WS-TRAILER-MISMATCH
035530         MOVE 16 TO RETURN-CODE
035540     ELSE
035550         IF WS-REJECT-COUNT > ZERO
035560             MOVE 4 TO RETURN-CODE
035570         ELSE
035580             MOVE 0 TO RETURN-CODE
035590         END-IF
035600     END-IF.
035610
035620     PERFORM 9250-WRITE-STATUS
035630         THRU 9250-EXIT.
035640
035650 9000-EXIT.
035660     EXIT.
035670
035680******************************************************************
035690*    9050-VERIFY-TRAILER -- BALANCE THE TRAILER RECORD COUNT     *
035700*                            AGAINST THE DETAIL RECORDS READ.    *
035710*                            AN OUT-OF-BALANCE FILE (TRUNCATED   *
035720*                            TRANSFER, DOUBLED BLOCK) ENDS THE   *
035730*                            STEP WITH RC=16 AND LEAVES SEQCTL   *
035740*                            UNTOUCHED SO THE FILE CAN BE        *
035750*                            PULLED AND RERUN.                   *
035760******************************************************************
035770 9050-VERIFY-TRAILER.
035780
035790*    A HEADERED FILE THAT ENDS WITHOUT ITS TRAILER IS THE
035800*    TRUNCATED-TRANSFER CASE ITSELF -- THE TAIL THAT WAS LOST
035810*    ALMOST ALWAYS HELD THE TRL RECORD.  FAIL THE STEP AND
035820*    LEAVE SEQCTL UNTOUCHED SO THE RE-PULLED COMPLETE FILE,
035830*    CARRYING THE SAME DATE/SEQUENCE, IS NOT REFUSED.  A
035840*    HEADERLESS LEGACY FEED, WITH NEITHER CONTROL RECORD,
035850*    STILL PASSES.
035860     IF NOT WS-TRAILER-SEEN
035870         IF WS-HEADER-SEEN
035880             MOVE "Y" TO WS-TRAILER-MISMATCH-SWITCH
035890             DISPLAY
035900                 "CONVERT6 - HEADERED FILE ENDED WITHOUT A "
035910                 "TRAILER - FILE TRUNCATED"
035920         END-IF
035930         GO TO 9050-EXIT
035940     END-IF.
035950
035960     IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
035970         MOVE "Y" TO WS-TRAILER-MISMATCH-SWITCH
035980         DISPLAY
035990             "CONVERT6 - TRAILER COUNT OUT OF BALANCE"
036000         DISPLAY
036010             "CONVERT6 - TRAILER SAYS " WS-TRAILER-COUNT
036020             " DETAIL RECORDS, FILE HAS " WS-DETAIL-COUNT
036030     END-IF.
036040
036050 9050-EXIT.
036060     EXIT.
036070
036080******************************************************************
036090*    9100-WRITE-REPORT -- END-OF-JOB SUMMARY REPORT               
036100******************************************************************
036110 9100-WRITE-REPORT.
036120
036130     MOVE WS-RECORD-COUNT          TO WS-RECORD-COUNT-ED.
036140     MOVE WS-WRITTEN-COUNT         TO WS-WRITTEN-COUNT-ED.
036150     MOVE WS-REJECT-COUNT          TO WS-REJECT-COUNT-ED.
036160     MOVE WS-NONALPHA-RECORD-COUNT TO WS-NONALPHA-COUNT-ED.
036170     MOVE WS-CHAR-CONVERTED-COUNT  TO WS-CHAR-COUNT-ED.
036180
036190     MOVE "CONVERT6 - END OF JOB SUMMARY REPORT" TO RPT-RECORD.
036200     WRITE RPT-RECORD.
036210
036220     MOVE SPACES TO RPT-RECORD.
036230     WRITE RPT-RECORD.
036240
036250     MOVE SPACES TO RPT-RECORD.
036260     STRING "INPUT FILE ............. " CNV-INPUT-DSNAME
036270         DELIMITED BY SIZE INTO RPT-RECORD.
036280     WRITE RPT-RECORD.
036290
036300     MOVE SPACES TO RPT-RECORD.
036310     STRING "OUTPUT FILE ............. " CNV-OUTPUT-DSNAME
036320         DELIMITED BY SIZE INTO RPT-RECORD.
036330     WRITE RPT-RECORD.
036340
036350     MOVE SPACES TO RPT-RECORD.
036360     WRITE RPT-RECORD.
036370
036380     MOVE SPACES TO RPT-RECORD.
036390     STRING "RECORDS READ ............ " WS-RECORD-COUNT-ED
036400         DELIMITED BY SIZE INTO RPT-RECORD.
036410     WRITE RPT-RECORD.
036420
036430     MOVE SPACES TO RPT-RECORD.
036440     STRING "RECORDS WRITTEN ......... " WS-WRITTEN-COUNT-ED
036450         DELIMITED BY SIZE INTO RPT-RECORD.
036460     WRITE RPT-RECORD.
036470
036480     MOVE SPACES TO RPT-RECORD.
036490     STRING "RECORDS REJECTED ........ " WS-REJECT-COUNT-ED
036500         DELIMITED BY SIZE INTO RPT-RECORD.
036510     WRITE RPT-RECORD.
036520
036530     MOVE SPACES TO RPT-RECORD.
036540     STRING "CHARACTERS CONVERTED .... " WS-CHAR-COUNT-ED
036550         DELIMITED BY SIZE INTO RPT-RECORD.
036560     WRITE RPT-RECORD.
036570
036580     MOVE SPACES TO RPT-RECORD.
036590     STRING "RECS W/ CHARS OUTSIDE A-Z " WS-NONALPHA-COUNT-ED
036600         DELIMITED BY SIZE INTO RPT-RECORD.
036610     WRITE RPT-RECORD.
036620
036630     MOVE WS-DUPLICATE-COUNT TO WS-DUP-COUNT-ED.
036640     MOVE SPACES TO RPT-RECORD.
036650     STRING "DUPLICATE ACCOUNTS ...... " WS-DUP-COUNT-ED
036660         DELIMITED BY SIZE INTO RPT-RECORD.
036670     WRITE RPT-RECORD.
036680
036690     IF CNV-XLIT-REQUESTED
036700         MOVE WS-XLIT-CHAR-COUNT TO WS-XLIT-COUNT-ED
036710         MOVE SPACES TO RPT-RECORD
036720         STRING "CHARS TRANSLITERATED .... " WS-XLIT-COUNT-ED
036730             DELIMITED BY SIZE INTO RPT-RECORD
036740         WRITE RPT-RECORD
036750     END-IF.
036760
036770     MOVE WS-CONTROL-COUNT TO WS-CONTROL-COUNT-ED.
036780     MOVE SPACES TO RPT-RECORD.
036790     STRING "CONTROL RECORDS ......... " WS-CONTROL-COUNT-ED
036800         DELIMITED BY SIZE INTO RPT-RECORD.
036810     WRITE RPT-RECORD.
036820
036830     IF WS-TRAILER-SEEN
036840         MOVE WS-TRAILER-COUNT TO WS-TRAILER-COUNT-ED
036850         MOVE WS-DETAIL-COUNT  TO WS-DETAIL-COUNT-ED
036860         MOVE SPACES TO RPT-RECORD
036870         STRING "TRAILER SAYS ............ " WS-TRAILER-COUNT-ED
036880             DELIMITED BY SIZE INTO RPT-RECORD
036890         WRITE RPT-RECORD
036900         MOVE SPACES TO RPT-RECORD
036910         STRING "DETAIL RECORDS READ ..... " WS-DETAIL-COUNT-ED
036920             DELIMITED BY SIZE INTO RPT-RECORD
036930         WRITE RPT-RECORD
036940         IF WS-TRAILER-MISMATCH
036950             MOVE SPACES TO RPT-RECORD
036960             MOVE "*** TRAILER COUNT OUT OF BALANCE ***"
036970                 TO RPT-RECORD
036980             WRITE RPT-RECORD
036990         END-IF
037000     END-IF.
037010
037020     IF CNV-MASTER-UPDATE
037030         MOVE WS-MASTER-ADD-COUNT     TO WS-MASTER-ADD-ED
037040         MOVE WS-MASTER-CHANGE-COUNT  TO WS-MASTER-CHANGE-ED
037050         MOVE WS-MASTER-UNMATCH-COUNT TO WS-MASTER-UNMATCH-ED
037060         MOVE SPACES TO RPT-RECORD
037070         WRITE RPT-RECORD
037080         MOVE SPACES TO RPT-RECORD
037090         STRING "MASTER ADDS ............. " WS-MASTER-ADD-ED
037100             DELIMITED BY SIZE INTO RPT-RECORD
037110         WRITE RPT-RECORD
037120         MOVE SPACES TO RPT-RECORD
037130         STRING "MASTER CHANGES .......... " WS-MASTER-CHANGE-ED
037140             DELIMITED BY SIZE INTO RPT-RECORD
037150         WRITE RPT-RECORD
037160         IF CNV-NETCHG-REQUESTED
037170             MOVE WS-MASTER-UNCHANGED-COUNT
037180                 TO WS-MASTER-UNCHG-ED
037190             MOVE SPACES TO RPT-RECORD
037200             STRING "MASTER UNCHANGED ........ "
037210                 WS-MASTER-UNCHG-ED
037220                 DELIMITED BY SIZE INTO RPT-RECORD
037230             WRITE RPT-RECORD
037240         END-IF
037250         MOVE WS-MASTER-DELETE-COUNT TO WS-MASTER-DELETE-ED
037260         MOVE SPACES TO RPT-RECORD
037270         IF CNV-LAYOUT-DESC
037280             STRING "ITEMS RETIRED ........... "
037290                 WS-MASTER-DELETE-ED
037300                 DELIMITED BY SIZE INTO RPT-RECORD
037310         ELSE
037320             STRING "MASTER DELETES .......... "
037330                 WS-MASTER-DELETE-ED
037340                 DELIMITED BY SIZE INTO RPT-RECORD
037350         END-IF
037360         WRITE RPT-RECORD
037370         IF CNV-LAYOUT-CUSTOMER
037380             MOVE WS-MASTER-SUPPRESS-COUNT TO WS-MASTER-SUPPR-ED
037390             MOVE SPACES TO RPT-RECORD
037400             STRING "SUPPRESSED BYPASSED ..... "
037410                 WS-MASTER-SUPPR-ED
037420                 DELIMITED BY SIZE INTO RPT-RECORD
037430             WRITE RPT-RECORD
037440         END-IF
037450         MOVE SPACES TO RPT-RECORD
037460         STRING "MASTER UNMATCHED ........ " WS-MASTER-UNMATCH-ED
037470             DELIMITED BY SIZE INTO RPT-RECORD
037480         WRITE RPT-RECORD
037490         MOVE WS-JOURNAL-COUNT TO WS-JOURNAL-COUNT-ED
037500         MOVE SPACES TO RPT-RECORD
037510         STRING "UPDATES JOURNALED ....... " WS-JOURNAL-COUNT-ED
037520             DELIMITED BY SIZE INTO RPT-RECORD
037530         WRITE RPT-RECORD
037540     END-IF.
037550
037560 9100-EXIT.
037570     EXIT.
037580
037590******************************************************************
037600*    9200-WRITE-AUDIT-LOG -- APPEND ONE ENTRY TO THE RUN LOG     *
037610******************************************************************
037620 9200-WRITE-AUDIT-LOG.
037630
037640     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
037650     ACCEPT WS-CURRENT-TIME FROM TIME.
037660     ACCEPT WS-RUN-USER FROM ENVIRONMENT "USER".
037670
037680     OPEN EXTEND AUDITFILE.
037690     IF WS-AUDITFILE-STATUS NOT = "00"
037700         OPEN OUTPUT AUDITFILE
037710     END-IF.
037720
037730     IF WS-AUDITFILE-STATUS NOT = "00"
037740         DISPLAY
037750             "CONVERT6 - UNABLE TO OPEN AUDITFILE - STATUS "
037760             WS-AUDITFILE-STATUS
037770         MOVE 16 TO RETURN-CODE
037780         STOP RUN
037790     END-IF.
037800
037810     MOVE SPACES TO AUDIT-RECORD.
037820     STRING
037830         WS-DATE-CCYY  DELIMITED BY SIZE
037840         "-"           DELIMITED BY SIZE
037850         WS-DATE-MM    DELIMITED BY SIZE
037860         "-"           DELIMITED BY SIZE
037870         WS-DATE-DD    DELIMITED BY SIZE
037880         " "           DELIMITED BY SIZE
037890         WS-TIME-HH    DELIMITED BY SIZE
037900         ":"           DELIMITED BY SIZE
037910         WS-TIME-MN    DELIMITED BY SIZE
037920         ":"           DELIMITED BY SIZE
037930         WS-TIME-SS    DELIMITED BY SIZE
037940         " USER="      DELIMITED BY SIZE
037950         WS-RUN-USER   DELIMITED BY SIZE
037960         " IN="        DELIMITED BY SIZE
037970         CNV-INPUT-DSNAME DELIMITED BY SIZE
037980         " OUT="       DELIMITED BY SIZE
037990         CNV-OUTPUT-DSNAME DELIMITED BY SIZE
038000         " READ="      DELIMITED BY SIZE
038010         WS-RECORD-COUNT-ED DELIMITED BY SIZE
038020         " WRITTEN="   DELIMITED BY SIZE
038030         WS-WRITTEN-COUNT-ED DELIMITED BY SIZE
038040         " REJECTED="  DELIMITED BY SIZE
038050         WS-REJECT-COUNT-ED DELIMITED BY SIZE
038060         " CHARS="     DELIMITED BY SIZE
038070         WS-CHAR-COUNT-ED DELIMITED BY SIZE
038080         INTO AUDIT-RECORD
038090         ON OVERFLOW
038100             DISPLAY
038110                 "CONVERT6 - AUDIT RECORD STRING OVERFLOW"
038120             MOVE 16 TO RETURN-CODE
038130             STOP RUN
038140     END-STRING.
038150     WRITE AUDIT-RECORD.
038160     IF WS-AUDITFILE-STATUS NOT = "00"
038170         DISPLAY
038180             "CONVERT6 - UNABLE TO WRITE AUDITFILE - STATUS "
038190             WS-AUDITFILE-STATUS
038200         MOVE 16 TO RETURN-CODE
038210         STOP RUN
038220     END-IF.
038230     CLOSE AUDITFILE.
038240
038250 9200-EXIT.
038260     EXIT.
038270
038280******************************************************************
038290*    9250-WRITE-STATUS -- APPEND THE RUN'S MACHINE-READABLE      *
038300*                         STATUS LINE TO THE SHARED NIGHT-       *
038310*                         CONTROL DATASET FOR THE CNVSGNOF       *
038320*                         SIGN-OFF PAGE.  THE BALANCED COLUMN    *
038330*                         CARRIES 'N' ONLY ON A TRAILER          *
038340*                         MISMATCH -- THE FULL BALANCE VERDICT   *
038350*                         BELONGS TO CNVRECON.                   *
038360******************************************************************
038370 9250-WRITE-STATUS.
038380
038390     OPEN EXTEND STATFILE.
038400     IF WS-STATFILE-STATUS NOT = "00"
038410         OPEN OUTPUT STATFILE
038420     END-IF.
038430     IF WS-STATFILE-STATUS NOT = "00"
038440         DISPLAY
038450             "CONVERT6 - UNABLE TO OPEN NIGHTCTL - STATUS "
038460             WS-STATFILE-STATUS
038470         MOVE 16 TO RETURN-CODE
038480         STOP RUN
038490     END-IF.
038500
038510     MOVE SPACES           TO STA-RECORD.
038520     MOVE "CONVERT6"       TO STA-PROGRAM.
038530     MOVE CNV-INPUT-DSNAME TO STA-FEED.
038540     MOVE WS-CURRENT-DATE  TO STA-DATE.
038550     MOVE WS-CURRENT-TIME (1:6) TO STA-TIME.
038560     MOVE WS-RECORD-COUNT  TO STA-READ-COUNT.
038570     MOVE WS-WRITTEN-COUNT TO STA-WRITTEN-COUNT.
038580     MOVE WS-REJECT-COUNT  TO STA-REJECT-COUNT.
038590     IF WS-TRAILER-MISMATCH
038600         MOVE "N" TO STA-BALANCED
038610     ELSE
038620         MOVE SPACE TO STA-BALANCED
038630     END-IF.
038640     MOVE RETURN-CODE      TO STA-COND-CODE.
038650
038660     WRITE STA-RECORD.
038670     IF WS-STATFILE-STATUS NOT = "00"
038680         DISPLAY
038690             "CONVERT6 - UNABLE TO WRITE NIGHTCTL - STATUS "
038700             WS-STATFILE-STATUS
038710         MOVE 16 TO RETURN-CODE
038720         STOP RUN
038730     END-IF.
038740
038750     CLOSE STATFILE.
038760
038770 9250-EXIT.
038780     EXIT.
038790
038800******************************************************************
038810*    9300-UPDATE-SEQ-CONTROL -- RECORD THE FILE DATE/SEQUENCE    *
038820*                                JUST PROCESSED SO THE NEXT RUN  *
038830*                                CAN REFUSE THE SAME FILE.       *
038840*                                WRITTEN ONLY FOR A CLEAN RUN    *
038850*                                THAT CARRIED A HEADER.          *
038860******************************************************************
038870 9300-UPDATE-SEQ-CONTROL.
038880
038890     IF NOT WS-HEADER-SEEN OR WS-TRAILER-MISMATCH
038900         GO TO 9300-EXIT
038910     END-IF.
038920
038930     OPEN OUTPUT SEQFILE.
038940     IF WS-SEQFILE-STATUS NOT = "00"
038950         DISPLAY
038960             "CONVERT6 - UNABLE TO OPEN SEQCTL - STATUS "
038970             WS-SEQFILE-STATUS
038980         MOVE 16 TO RETURN-CODE
038990         STOP RUN
039000     END-IF.
039010
039020     MOVE CNV-INPUT-DSNAME TO SEQ-INPUT-DSNAME.
039030     MOVE WS-HDR-FILE-DATE TO SEQ-FILE-DATE.
039040     MOVE WS-HDR-FILE-SEQ  TO SEQ-FILE-SEQ.
039050     WRITE SEQ-RECORD.
039060     IF WS-SEQFILE-STATUS NOT = "00"
039070         DISPLAY
039080             "CONVERT6 - UNABLE TO WRITE SEQCTL - STATUS "
039090             WS-SEQFILE-STATUS
039100         MOVE 16 TO RETURN-CODE
039110         STOP RUN
039120     END-IF.
039130
039140     CLOSE SEQFILE.
039150
039160 9300-EXIT.
039170     EXIT.
039180
039190******************************************************************
039200*    9400-ROLL-MASTER-CONTROL -- ROLL THE CUSTOMER MASTER        *
039210*                                CONTROL RECORD FORWARD BY THIS  *
039220*                                RUN'S ADDS AND DELETES.  A      *
039230*                                MISSING OR EMPTY MSTCTL STARTS  *
039240*                                FROM ZERO, NOT YET ESTABLISHED  *
039250*                                -- THE NEXT CNVMCTL SWEEP       *
039260*                                ESTABLISHES IT.  ROLLED EVEN ON *
039270*                                A TRAILER MISMATCH -- WHAT WAS  *
039280*                                APPLIED IS ON THE MASTER.       *
039290******************************************************************
039300 9400-ROLL-MASTER-CONTROL.
039310
039320     OPEN INPUT MCTLFILE.
039330     IF WS-MCTLFILE-STATUS = "35"
039340         GO TO 9400-NEW-RECORD
039350     END-IF.
039360     IF WS-MCTLFILE-STATUS NOT = "00"
039370         DISPLAY
039380             "CONVERT6 - UNABLE TO OPEN MSTCTL - STATUS "
039390             WS-MCTLFILE-STATUS
039400         MOVE 16 TO RETURN-CODE
039410         STOP RUN
039420     END-IF.
039430
039440     READ MCTLFILE
039450         AT END
039460             CLOSE MCTLFILE
039470             GO TO 9400-NEW-RECORD
039480     END-READ.
039490     CLOSE MCTLFILE.
039500     GO TO 9400-ROLL.
039510
039520 9400-NEW-RECORD.
039530     MOVE SPACES TO MCT-RECORD.
039540     MOVE ZERO   TO MCT-PROVEN-DATE MCT-PROVEN-TIME
039550                    MCT-PROVEN-COUNT MCT-PROVEN-HASH
039560                    MCT-ADD-COUNT MCT-ADD-HASH
039570                    MCT-DELETE-COUNT MCT-DELETE-HASH.
039580
039590 9400-ROLL.
039600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
039610     ACCEPT WS-CURRENT-TIME FROM TIME.
039620
039630     ADD WS-MASTER-ADD-COUNT    TO MCT-ADD-COUNT.
039640     ADD WS-MASTER-ADD-HASH     TO MCT-ADD-HASH.
039650     ADD WS-MASTER-DELETE-COUNT TO MCT-DELETE-COUNT.
039660     ADD WS-MASTER-DELETE-HASH  TO MCT-DELETE-HASH.
039670     MOVE "CONVERT6"             TO MCT-LAST-PROGRAM.
039680     MOVE WS-CURRENT-DATE        TO MCT-LAST-DATE.
039690     MOVE WS-CURRENT-TIME (1:6)  TO MCT-LAST-TIME.
039700
039710     OPEN OUTPUT MCTLFILE.
039720     IF WS-MCTLFILE-STATUS NOT = "00"
039730         DISPLAY
039740             "CONVERT6 - UNABLE TO OPEN MSTCTL - STATUS "
039750             WS-MCTLFILE-STATUS
039760         MOVE 16 TO RETURN-CODE
039770         STOP RUN
039780     END-IF.
039790
039800     WRITE MCT-RECORD.
039810     IF WS-MCTLFILE-STATUS NOT = "00"
039820         DISPLAY
039830             "CONVERT6 - UNABLE TO WRITE MSTCTL - STATUS "
039840             WS-MCTLFILE-STATUS
039850         MOVE 16 TO RETURN-CODE
039860         STOP RUN
039870     END-IF.
039880
039890     CLOSE MCTLFILE.
039900
039910 9400-EXIT.
039920     EXIT.
