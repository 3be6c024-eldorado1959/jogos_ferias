000010******************************************************************
000020*  RUNCREC.CPY
000030*
000040*  CNVNGHT RUN-CONTROL RECORD LAYOUT.
000050*
000060*  THE RUN-CONTROL DATASET (RUNCTL DD) IS THE NIGHTLY JOB'S
000070*  MEMORY OF ONE NIGHT, KEPT BY THE CNVRUNCT STEPS THAT
000080*  BRACKET EVERY STEP OF CNVNGHT.  ONE NIGHT RECORD (TYPE 'N')
000090*  CARRIES THE RUN DATE, THE MODE OF THE LATEST SUBMISSION AND
000100*  THE ATTEMPT NUMBER; ONE STEP RECORD (TYPE 'S') PER STEP
000110*  THAT HAS STARTED CARRIES ITS STATUS ('S' STARTED, 'C'
000120*  COMPLETE), THE CONDITION CODE IT COMPLETED WITH, THE
000130*  ATTEMPT IT RAN IN, ITS START AND END STAMPS, THE NUMBER OF
000140*  NIGHT-CONTROL LINES ALREADY WRITTEN WHEN IT STARTED AND ITS
000150*  RELEASE NUMBER -- 1 FOR THE FIRST STEP RELEASED THAT NIGHT,
000160*  ONE MORE FOR EACH RELEASE AFTER, ACROSS ALL ATTEMPTS.  THE
000170*  NIGHT-CONTROL LINES A STEP WROTE ARE THOSE AFTER ITS OWN
000180*  LINE COUNT, UP TO THE LINE COUNT OF THE NEXT STEP RELEASED.
000190*
000200*  A STEP THAT IS STILL 'S' ABENDED OR ENDED WITH A CONDITION
000210*  CODE OF 8 OR MORE.  A CONDITION CODE OF SPACES ON A COMPLETE
000220*  STEP MEANS THE STEP WROTE NO NIGHT-CONTROL LINE AND THE JOB
000230*  DID NOT STATE ONE -- IT WAS UNDER 8.
000240*
000250*  RECORD LENGTH .......... 80 BYTES
000260*
000270*  MODIFICATION HISTORY
000280*  ---------------------------------------------------------------
000290*  DATE       INIT  DESCRIPTION
000300*  2026-10-15  JLM  ORIGINAL COPYBOOK.
000310******************************************************************
000320 01  RUN-RECORD.
000330     05  RUN-REC-TYPE            PIC X(01).
000340         88  RUN-IS-NIGHT               VALUE "N".
000350         88  RUN-IS-STEP                VALUE "S".
000360     05  FILLER                  PIC X(01).
000370     05  RUN-RUN-DATE            PIC 9(08).
000380     05  FILLER                  PIC X(01).
000390     05  RUN-STEP-DATA.
000400         10  RUN-STEP-NAME       PIC X(08).
000410         10  FILLER              PIC X(01).
000420         10  RUN-STEP-STATUS     PIC X(01).
000430             88  RUN-STEP-STARTED       VALUE "S".
000440             88  RUN-STEP-COMPLETE      VALUE "C".
000450         10  FILLER              PIC X(01).
000460         10  RUN-STEP-COND       PIC X(02).
000470         10  FILLER              PIC X(01).
000480         10  RUN-STEP-ATTEMPT    PIC 9(02).
000490         10  FILLER              PIC X(01).
000500         10  RUN-STEP-START-DATE PIC 9(08).
000510         10  FILLER              PIC X(01).
000520         10  RUN-STEP-START-TIME PIC 9(06).
000530         10  FILLER              PIC X(01).
000540         10  RUN-STEP-END-DATE   PIC 9(08).
000550         10  FILLER              PIC X(01).
000560         10  RUN-STEP-END-TIME   PIC 9(06).
000570         10  FILLER              PIC X(01).
000580         10  RUN-STEP-CTL-LINES  PIC 9(06).
000590         10  FILLER              PIC X(01).
000600         10  RUN-STEP-RELEASE-NO PIC 9(04).
000610         10  FILLER              PIC X(09).
000620     05  RUN-NIGHT-DATA REDEFINES RUN-STEP-DATA.
000630         10  RUN-NIGHT-MODE      PIC X(01).
000640             88  RUN-NIGHT-NORMAL       VALUE "N".
000650             88  RUN-NIGHT-RESTART      VALUE "R".
000660         10  FILLER              PIC X(01).
000670         10  RUN-NIGHT-RESUMED   PIC X(01).
000680             88  RUN-NIGHT-HAS-RESUMED  VALUE "Y".
000690         10  FILLER              PIC X(01).
000700         10  RUN-NIGHT-ATTEMPT   PIC 9(02).
000710         10  FILLER              PIC X(01).
000720         10  RUN-NIGHT-START-DATE
000730                                 PIC 9(08).
000740         10  FILLER              PIC X(01).
000750         10  RUN-NIGHT-START-TIME
000760                                 PIC 9(06).
000770         10  FILLER              PIC X(47).
