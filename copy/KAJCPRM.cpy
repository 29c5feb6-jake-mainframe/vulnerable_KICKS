000180*                   PRTWCOB (50)                              *
000190*        ACTVCEIL - DISTINCT-OPERATOR CEILING ON ACTVCOB'S    *
000200*                   COUNT TABLE, 1-200 (200)                  *
000201*        CERTDAYS - DAYS A RECERTIFICATION REVIEWER           *
000202*                   HAS TO ATTEST, FROM THE OPEN (14)         *
000203*        CERTCYCL - RECERTIFICATION CYCLE OPEN, YYN           *
000204*                   (264 = 26Q4), SET BY CRTOCOB (0)          *
000205*        CERTCLSD - RECERTIFICATION CYCLE LAST                *
000206*                   CLOSED, SET BY CRTCCOB (0)                *
000207*        JRNDAYS  - DAYS OF JOURNAL DETAIL JRNLCOB KEEPS      *
000208*                   ON THE JRNDTL STORE (90)                  *
000209*        ALRTMINS - SECURITY ALERT ROLLING WINDOW IN          *
000210*                   MINUTES, 1-999 (15)                       *
000211*        ALRTFAIL - FAILED SIGN-ONS IN THE WINDOW THAT        *
000212*                   RAISE AN ALERT, 0-10, 0 = OFF (5)         *
000213*        ALRTLOCK - LOCKOUTS IN THE WINDOW THAT RAISE AN      *
000214*                   ALERT, 0-10 (1)                           *
000215*        ALRTDENY - DENIED OR UNKNOWN MENU OPTIONS IN THE     *
000216*                   WINDOW THAT RAISE AN ALERT, 0-10 (5)      *
000217*        ALRTTAKE - SESSION TAKE-OVERS IN THE WINDOW THAT     *
000218*                   RAISE AN ALERT, 0-10 (2)                  *
000219*        FEEDFULL - NON-ZERO ASKS FEEDCOB FOR A FULL REFRESH  *
000220*                   OF THE OPERATOR CHANGE FEED INSTEAD OF    *
000221*                   THE NIGHT'S DELTA; RESET TO 0 BY FEEDCOB  *
000222*                   ONCE THE FILE IS WRITTEN (0)              *
000223*        TRMCHECK - NON-ZERO SWITCHES ON SGONCOB'S TERMINAL   *
000224*                   REGISTRY CHECK (SEE KAJCTRM); 0 LEAVES    *
000225*                   IT OFF WHILE TERMINALS ARE REGISTERED (0) *
000226*        DLGREVW  - DAYS A DELEGATION MAY RUN BEFORE DLGXCOB  *
000227*                   REPORTS IT AS OVERDUE FOR REVIEW (30)     *
000228*                                                               *
000229*    MODIFICATION HISTORY                                     *
000230*    DATE       INIT  DESCRIPTION                              *
000240*    --------   ----  ----------------------------------------*
000250*    09/02/26   JTM   ORIGINAL                                 *
000251*    10/15/26   JTM   ADDED KEYS CERTDAYS, CERTCYCL AND        *
000252*                     CERTCLSD FOR THE QUARTERLY ACCESS        *
000253*                     RECERTIFICATION (CRTOCOB, CERTCOB,       *
000254*                     CRTCCOB)                                 *
000255*    10/15/26   JTM   ADDED KEY JRNDAYS FOR THE JOURNAL        *
000256*                     DETAIL STORE (JRNLCOB, JRNSCOB)          *
000257*    10/15/26   JTM   ADDED KEYS ALRTMINS, ALRTFAIL, ALRTLOCK, *
000258*                     ALRTDENY AND ALRTTAKE FOR THE SECURITY   *
000259*                     ALERT CHECK (SGONCOB, KAJCCOB)           *
000260*    10/15/26   JTM   ADDED KEY FEEDFULL FOR THE OPERATOR      *
000261*                     CHANGE FEED (FEEDCOB)                    *
000262*    10/15/26   JTM   ADDED KEY TRMCHECK FOR THE TERMINAL      *
000263*                     REGISTRY CHECK (SGONCOB)                 *
000264*    10/15/26   JTM   ADDED KEY DLGREVW FOR THE DELEGATED      *
000265*                     AUTHORITY REVIEW (DLGXCOB)               *
000266***************************************************************
000270 01  KAJCPRM-RECORD.
000280     02  PRM-KEY              PIC X(08).
000290     02  PRM-VALUE            PIC 9(05).
