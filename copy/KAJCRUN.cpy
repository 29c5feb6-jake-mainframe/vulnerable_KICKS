000010***************************************************************
000020*    KAJCRUN - NIGHTLY STREAM RUN-CONTROL RECORD              *
000030*    ONE RECORD PER JOB PER BUSINESS DATE.  KEYED VSAM FILE   *
000040*    RUNCTL, KEY = RUN-DATE + RUN-STEP.  EVERY JOB IN THE     *
000050*    NIGHTLY STREAM REGISTERS ITS START HERE (0500), AND ITS  *
000060*    END, RETURN CODE AND KEY COUNTS WHEN IT FINISHES (9100). *
000070*    THE STREAM RUNS IN THIS ORDER (STEP NUMBERS SHOWN):      *
000080*        01 BALNCOB   02 AHSTCOB   03 RPTACOB   04 SECRCOB    *
000090*        05 RPTFCOB   06 RECNCOB   07 PRTWCOB   10 JRNLCOB    *
000095*        11 FEEDCOB   12 DLGXCOB   13 INTGCOB                 *
000100*        08 AMRPCOB   09 APRGCOB   (MONTH END ONLY)           *
000110*    A JOB WILL NOT RUN UNLESS THE STEP BEFORE IT ENDED       *
000120*    CLEAN (COMPLETE, OR A FAILURE ACCEPTED BY AN ADMIN)      *
000130*    FOR THE SAME BUSINESS DATE, AND WILL NOT RUN A SECOND    *
000140*    TIME FOR A DATE IT HAS ALREADY COMPLETED UNLESS AN       *
000150*    ADMIN HAS AUTHORIZED THE RERUN FROM THE RUNSCOB          *
000160*    SCREEN.  A FAILED JOB MAY SIMPLY BE RERUN.  REFUSALS     *
000170*    END WITH RETURN CODE 12.                                 *
000180*    STREAM CONTROL RECORD - RUN-DATE AND RUN-STEP ZERO.      *
000190*                   BALNCOB OPENS EACH NIGHT'S BUSINESS       *
000200*                   DATE HERE (THE DATE ON THE JOURNAL);      *
000210*                   THE LATER STEPS RUN AGAINST THE DATE      *
000220*                   IT HOLDS.                                 *
000230*                                                             *
000240*    MODIFICATION HISTORY                                     *
000250*    DATE       INIT  DESCRIPTION                             *
000260*    --------   ----  ----------------------------------------*
000270*    10/15/26   JTM   ORIGINAL                                *
000288***************************************************************
000290 01  KAJCRUN-RECORD.
000300     02  RUN-KEY.
000310         05  RUN-DATE         PIC 9(07).
000320         05  RUN-STEP         PIC 9(02).
000330     02  RUN-JOB              PIC X(08).
000340     02  RUN-STATUS           PIC X(01).
000350         88  RUN-STARTED          VALUE 'S'.
000360         88  RUN-COMPLETE         VALUE 'C'.
000370         88  RUN-FAILED           VALUE 'F'.
000380         88  RUN-ACCEPTED         VALUE 'A'.
000390         88  RUN-ENDED-CLEAN      VALUE 'C' 'A'.
000400     02  RUN-DETAIL.
000410         05  RUN-START-DATE   PIC S9(7) COMP-3.
000420         05  RUN-START-TIME   PIC S9(7) COMP-3.
000430         05  RUN-END-DATE     PIC S9(7) COMP-3.
000440         05  RUN-END-TIME     PIC S9(7) COMP-3.
000450         05  RUN-RC           PIC 9(04).
000460         05  RUN-COUNTS       OCCURS 2 TIMES.
000470             10  RUN-COUNT-LABEL  PIC X(08).
000480             10  RUN-COUNT        PIC 9(07).
000490         05  RUN-ATTEMPTS     PIC 9(02).
000500     02  RUN-CTL-DETAIL       REDEFINES RUN-DETAIL.
000510         05  RUN-CTL-BUS-DATE PIC 9(07).
000520         05  RUN-OPEN-DATE    PIC S9(7) COMP-3.
000530         05  RUN-OPEN-TIME    PIC S9(7) COMP-3.
000540         05  FILLER           PIC X(37).
000550     02  RUN-RERUN-FLAG       PIC X(01).
000560         88  RUN-RERUN-AUTH       VALUE 'Y'.
000570     02  RUN-ACT-BY           PIC X(08).
000580     02  RUN-ACT-DATE         PIC S9(7) COMP-3.
000590     02  RUN-ACT-TIME         PIC S9(7) COMP-3.
000600     02  FILLER               PIC X(13).
