000010******************************************************************
000020*  LSINVREC.CPY
000030*
000040*  LETTER-SHOP INVOICE / PIECE MANIFEST RECORD LAYOUT.
000050*
000060*  THE LETTER SHOP SENDS ONE MANIFEST FILE WITH EACH MONTHLY
000070*  INVOICE (INVFILE DD), ONE 80-BYTE RECORD PER LINE, TYPED IN
000080*  POSITION 1 --
000090*      H  HEADER    INVOICE NUMBER, INVOICE DATE, BILLING MONTH
000100*      N  NIGHT     ONE PER FILE THEY MAILED -- THE FILE DATE
000110*                   (THE RUN DATE OF THE OUTFILE WE SENT THEM),
000120*                   PIECES BILLED, AMOUNT BILLED AND THE FILE
000130*                   NAME THEY RECEIVED
000140*      P  PIECE     ONE PER PIECE MAILED -- FILE DATE AND THE
000150*                   ACCOUNT NUMBER PRINTED ON THE PIECE
000160*      T  TRAILER   LINE COUNT, TOTAL PIECES, TOTAL AMOUNT
000170*  AMOUNTS ARE IN REAIS WITH TWO IMPLIED DECIMALS.  THE PIECE
000180*  LINES ARE OPTIONAL -- A SUMMARY-ONLY INVOICE CARRIES NONE.
000190*
000200*  RECORD LENGTH .......... 80 BYTES
000210*
000220*  MODIFICATION HISTORY
000230*  ---------------------------------------------------------------
000240*  DATE       INIT  DESCRIPTION
000250*  2026-10-15  JLM  ORIGINAL COPYBOOK.
000260******************************************************************
000270 01  LSI-RECORD.
000280     05  LSI-REC-TYPE            PIC X(01).
000290         88  LSI-HEADER                 VALUE "H".
000300         88  LSI-NIGHT                  VALUE "N".
000310         88  LSI-PIECE                  VALUE "P".
000320         88  LSI-TRAILER                VALUE "T".
000330     05  FILLER                  PIC X(01).
000340     05  LSI-BODY                PIC X(78).
000350     05  LSI-HEADER-BODY REDEFINES LSI-BODY.
000360         10  LSI-INVOICE-NO      PIC X(12).
000370         10  FILLER              PIC X(01).
000380         10  LSI-INVOICE-DATE    PIC 9(08).
000390         10  FILLER              PIC X(01).
000400         10  LSI-BILLING-MONTH   PIC 9(06).
000410         10  FILLER              PIC X(50).
000420     05  LSI-NIGHT-BODY REDEFINES LSI-BODY.
000430         10  LSI-NGT-FILE-DATE   PIC 9(08).
000440         10  FILLER              PIC X(01).
000450         10  LSI-NGT-PIECES      PIC 9(08).
000460         10  FILLER              PIC X(01).
000470         10  LSI-NGT-AMOUNT      PIC 9(09)V99.
000480         10  FILLER              PIC X(01).
000490         10  LSI-NGT-FILE-NAME   PIC X(40).
000500         10  FILLER              PIC X(08).
000510     05  LSI-PIECE-BODY REDEFINES LSI-BODY.
000520         10  LSI-PCE-FILE-DATE   PIC 9(08).
000530         10  FILLER              PIC X(01).
000540         10  LSI-PCE-ACCOUNT-NO  PIC 9(08).
000550         10  FILLER              PIC X(61).
000560     05  LSI-TRAILER-BODY REDEFINES LSI-BODY.
000570         10  LSI-TRL-LINE-COUNT  PIC 9(08).
000580         10  FILLER              PIC X(01).
000590         10  LSI-TRL-PIECES      PIC 9(10).
000600         10  FILLER              PIC X(01).
000610         10  LSI-TRL-AMOUNT      PIC 9(11)V99.
000620         10  FILLER              PIC X(45).
