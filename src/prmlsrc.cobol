000170*    DATE       INIT  DESCRIPTION                               *
000180*    --------   ----  -----------------------------------------*
000190*    09/02/26   JTM   ORIGINAL                                  *
000191*    10/15/26   JTM   ADDED CERTDAYS (DAYS A REVIEWER HAS TO    *
000192*                     ATTEST), CERTCYCL AND CERTCLSD (THE       *
000193*                     RECERTIFICATION CYCLE OPEN AND LAST       *
000194*                     CLOSED, ZERO = NONE YET) TO THE SEED      *
000195*                     TABLE                                     *
000196*    10/15/26   JTM   ADDED JRNDAYS (DAYS OF JOURNAL DETAIL     *
000197*                     KEPT ON JRNDTL) TO THE SEED TABLE         *
000198*    10/15/26   JTM   ADDED THE SECURITY ALERT WINDOW AND       *
000199*                     THRESHOLDS (ALRTMINS, ALRTFAIL, ALRTLOCK, *
000200*                     ALRTDENY, ALRTTAKE) TO THE SEED TABLE     *
000201*    10/15/26   JTM   ADDED FEEDFULL (OPERATOR CHANGE FEED FULL *
000202*                     REFRESH REQUEST, 0 = NONE) TO THE SEED    *
000203*                     TABLE                                     *
000204*    10/15/26   JTM   ADDED TRMCHECK (TERMINAL REGISTRY CHECK,  *
000205*                     0 = OFF) TO THE SEED TABLE                *
000206*    10/15/26   JTM   ADDED DLGREVW (DAYS BEFORE A DELEGATION   *
000207*                     IS OVERDUE FOR REVIEW) TO THE SEED TABLE  *
000208 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER.   IBM-370.
000230 OBJECT-COMPUTER.   IBM-370.
000510         'PRTLINES00050PRINT WRITER LINES PER PAGE   '.
000520     05  FILLER  PIC X(43) VALUE
000530         'ACTVCEIL00200ACTIVITY MONITOR TABLE CEILING'.
000531     05  FILLER  PIC X(43) VALUE
000532         'CERTDAYS00014RECERTIFICATION DAYS TO ATTEST'.
000533     05  FILLER  PIC X(43) VALUE
000534         'CERTCYCL00000RECERT CYCLE OPEN (YYN)       '.
000535     05  FILLER  PIC X(43) VALUE
000536         'CERTCLSD00000RECERT CYCLE LAST CLOSED (YYN)'.
000537     05  FILLER  PIC X(43) VALUE
000538         'JRNDAYS 00090JOURNAL DETAIL DAYS KEPT      '.
000539     05  FILLER  PIC X(43) VALUE
000540         'ALRTMINS00015SECURITY ALERT WINDOW MINUTES '.
000541     05  FILLER  PIC X(43) VALUE
000542         'ALRTFAIL00005ALERT - FAILED SIGN-ONS       '.
000543     05  FILLER  PIC X(43) VALUE
000544         'ALRTLOCK00001ALERT - LOCKOUTS              '.
000545     05  FILLER  PIC X(43) VALUE
000546         'ALRTDENY00005ALERT - DENIED/UNKNOWN OPTIONS'.
000547     05  FILLER  PIC X(43) VALUE
000548         'ALRTTAKE00002ALERT - SESSION TAKE-OVERS    '.
000549     05  FILLER  PIC X(43) VALUE
000550         'FEEDFULL00000OPERATOR FEED FULL REFRESH    '.
000551     05  FILLER  PIC X(43) VALUE
000552         'TRMCHECK00000SIGN-ON TERMINAL CHECK (0=OFF)'.
000553     05  FILLER  PIC X(43) VALUE
000554         'DLGREVW 00030DELEGATION REVIEW AFTER DAYS  '.
000555 01  PL-SEED-TABLE REDEFINES PL-SEED-DATA.
000556     05  PL-SEED-ENTRY OCCURS 16 TIMES.
000560         10  PL-SEED-KEY      PIC X(08).
000570         10  PL-SEED-VALUE    PIC 9(05).
000580         10  PL-SEED-DESC     PIC X(30).
000700     END-IF.
000710     PERFORM 2000-LOAD-ONE-PARM THRU 2000-EXIT
000720         VARYING PL-ENTRY-IX FROM 1 BY 1
000730         UNTIL PL-ENTRY-IX > 16.
000740     CLOSE PARM-FILE.
000750     DISPLAY 'PRMLCOB - LOADED ' PL-LOAD-COUNT
000760         ' SKIPPED ' PL-SKIP-COUNT.
