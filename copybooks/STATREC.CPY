000050*
000060*  ONE MACHINE-READABLE LINE PER PROGRAM RUN, APPENDED TO THE
000070*  SHARED NIGHT-CONTROL DATASET (NIGHTCTL DD) BY CONVERT6,
000080*  CNVRECON, CNVRECYC AND CNVMCTL, AND READ BACK BY THE CNVSGNOF
000090*  END-OF-JOB SIGN-OFF REPORT -- ONE PAGE, ONE PLACE TO INITIAL,
000100*  INSTEAD OF COLLATING FOUR SYSOUT REPORTS BY HAND.
000110*
000120*  THE BALANCED COLUMN IS SET ONLY BY A PROGRAM THAT RENDERS A
000130*  BALANCE VERDICT (CNVRECON AND THE CNVMCTL MASTER CONTROL
000140*  PROOF; CONVERT6 SETS 'N' ON A TRAILER MISMATCH) -- SPACE
000150*  MEANS THE COLUMN DOES NOT APPLY.
000160*
000170*  RECORD LENGTH .......... 97 BYTES
000180*
000190*  MODIFICATION HISTORY
000200*  ---------------------------------------------------------------
000210*  DATE       INIT  DESCRIPTION
000220*  2026-09-02  JLM  ORIGINAL COPYBOOK.
000230*  2026-10-15  JLM  CNVMCTL ADDED AS A WRITER -- NO LAYOUT CHANGE.
000240*  2026-10-15  JLM  CNVNGHT NOW KEEPS EACH NIGHT'S LINES ON THE
000250*                   NIGHT-CONTROL HISTORY DATASET, READ BY
000260*                   CNVINVRC -- NO LAYOUT CHANGE.
000270*  2026-10-15  JLM  CNVADRCH ADDED AS A WRITER.  NIGHTCTL IS NOW
000280*                   A CATALOGED DATASET KEPT ACROSS A RESTART OF
000290*                   CNVNGHT; CNVRUNCT EMPTIES IT AT THE START OF
000300*                   EACH NIGHT AND SETS ASIDE THE LINES OF A
000310*                   FAILED STEP BEFORE IT IS RERUN -- NO LAYOUT
000320*                   CHANGE.
000330******************************************************************
000340 01  STA-RECORD.
000350     05  STA-PROGRAM             PIC X(08).
000360     05  FILLER                  PIC X(01).
000370     05  STA-FEED                PIC X(40).
000380     05  FILLER                  PIC X(01).
000390     05  STA-DATE                PIC 9(08).
000400     05  FILLER                  PIC X(01).
000410     05  STA-TIME                PIC 9(06).
000420     05  FILLER                  PIC X(01).
000430     05  STA-READ-COUNT          PIC 9(08).
000440     05  FILLER                  PIC X(01).
000450     05  STA-WRITTEN-COUNT       PIC 9(08).
000460     05  FILLER                  PIC X(01).
000470     05  STA-REJECT-COUNT        PIC 9(08).
000480     05  FILLER                  PIC X(01).
000490     05  STA-BALANCED            PIC X(01).
000500         88  STA-IN-BALANCE             VALUE "Y".
000510         88  STA-OUT-OF-BALANCE         VALUE "N".
000520     05  FILLER                  PIC X(01).
000530     05  STA-COND-CODE           PIC 9(02).
