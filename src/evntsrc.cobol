000230*    DATE       INIT  DESCRIPTION                               *
000240*    --------   ----  -----------------------------------------*
000250*    09/02/26   JTM   ORIGINAL                                  *
000251*    10/15/26   JTM   1050 NOW AUTHORIZES FROM THE OPTENT       *
000252*                     OPTION ENTITLEMENT FILE (COPY KAJCENT,    *
000253*                     1060) - THE SIGNED-ON ID MUST STILL BE    *
000254*                     ACTIVE AND BE ENTITLED TO 'EVNT', NOT     *
000255*                     JUST ARRIVE WITH CA-AUTH-FLAG SET         *
000256*    10/15/26   JTM   3200 SHOWS THE SECURITY ALERT OUTCOMES    *
000257*                     (ALERT RAISED, ACKNOWLEDGED) INSTEAD OF   *
000258*                     REPORTING THEM AS GRANTED                 *
000259*    10/15/26   JTM   3200 ALSO SHOWS THE SIGN-ON REFUSALS FOR  *
000260*                     THE TERMINAL OR THE HOUR (U, H, W)        *
000261*    10/15/26   JTM   1050 ALSO HONOURS AN APPROVED DELEGATION  *
000262*                     IN FORCE TODAY (DELEGT, COPY KAJCDLG -    *
000263*                     1070): THE ENTITLEMENT CHECK USES THE     *
000264*                     DELEGATED AUTHORITY WHEN IT IS HIGHER;    *
000265*                     OPT-AUTHORITY ITSELF IS NOT CHANGED       *
000266 ENVIRONMENT DIVISION.
000270 DATA DIVISION.
000280 WORKING-STORAGE SECTION.
000290 77  EV-AUTH-SW            PIC X(01) VALUE 'N'.
000820 77  EV-CUR-MMSS           PIC S9(4) COMP VALUE 0.
000830 77  EV-CUR-MM             PIC S9(4) COMP VALUE 0.
000840 77  EV-IDLE-MINS          PIC S9(8) COMP VALUE 0.
000841*    ENTITLEMENT CHECK (1050/1060, SEE KAJCENT) - THE OPTENT    *
000842*    KEY, THE ANSWER, AND THE AUTHORITY IT IS MEASURED BY.      *
000843 77  EV-OPERATOR-KEY       PIC X(08) VALUE SPACES.
000844 77  EV-ENT-SW             PIC X(01) VALUE 'N'.
000845 77  EV-EFF-AUTH           PIC X(01) VALUE SPACE.
000846 01  EV-ENT-RIDFLD.
000847     05  EV-ENT-OPTION     PIC X(04) VALUE SPACES.
000848     05  EV-ENT-OPID       PIC X(08) VALUE SPACES.
000850*                                                               *
000860*    OUTGOING COMMAREA IS BUILT HERE IN WORKING-STORAGE, NOT IN *
000870*    THE LINKAGE-SECTION DFHCOMMAREA BELOW - ON A COLD START    *
000910*                                                               *
000920 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==EV-COMMAREA==.
000930*                                                               *
000932 COPY KAJCOPT.
000934 COPY KAJCENT.
000936 COPY KAJCDLG.
000940 COPY KAJCSES.
000950 COPY KAJCJRN.
000960 COPY TESTMSD.
001700 1000-EXIT.
001710     EXIT.
001720*                                                               *
001730*    1050-CHECK-AUTHORITY - CA-AUTH-FLAG IS TRUSTED ONLY WHEN   *
001740*    IT CAME FROM A CALLER (EIBCALEN NOT = 0); THE SIGNED-ON    *
001741*    ID MUST THEN STILL BE ACTIVE ON THE MASTER AND BE          *
001742*    ENTITLED TO OPTION 'EVNT' ON THE OPTENT FILE (1060, SEE    *
001743*    KAJCENT).  A NOTFND OR NOTOPEN ON EITHER FILE LEAVES THE   *
001744*    SWITCH AT 'N'.                                             *
001745*                                                               *
001746 1050-CHECK-AUTHORITY.
001747     MOVE 'N' TO EV-AUTH-SW.
001748     IF EIBCALEN = 0 OR NOT CA-AUTHORIZED OF EV-COMMAREA
001749         GO TO 1050-EXIT
001750     END-IF.
001751     MOVE CA-OPERATOR-ID OF EV-COMMAREA TO EV-OPERATOR-KEY.
001752     EXEC CICS READ
001753         FILE('OPERTOR')
001754         INTO(KAJCOPT-RECORD)
001755         RIDFLD(EV-OPERATOR-KEY)
001756         KEYLENGTH(8)
001757         RESP(EV-RESP)
001758     END-EXEC.
001759     IF EV-RESP NOT = DFHRESP(NORMAL)
001760         GO TO 1050-EXIT
001761     END-IF.
001762     IF NOT OPT-IS-ACTIVE
001763         GO TO 1050-EXIT
001764     END-IF.
001765     MOVE OPT-AUTHORITY TO EV-EFF-AUTH.
001766     PERFORM 1070-APPLY-DELEGATION THRU 1070-EXIT.
001767     MOVE 'EVNT' TO EV-ENT-OPTION.
001768     PERFORM 1060-CHECK-ENTITLEMENT THRU 1060-EXIT.
001769     MOVE EV-ENT-SW TO EV-AUTH-SW.
001770 1050-EXIT.
001771     EXIT.
001772*                                                               *
001773*    1060-CHECK-ENTITLEMENT - MAY THE SIGNED-ON OPERATOR USE    *
001774*    OPTION EV-ENT-OPTION?  AN OVERRIDE RECORD FOR THE          *
001775*    OPERATOR WINS (G GRANTS, D DENIES); OTHERWISE THE          *
001776*    OPTION'S DEFINITION MUST BE ON FILE AND EV-EFF-AUTH        *
001777*    AT LEAST ITS MINIMUM.  NO DEFINITION, OR THE FILE          *
001778*    UNAVAILABLE, DENIES.                                       *
001779*                                                               *
001780 1060-CHECK-ENTITLEMENT.
001781     MOVE 'N' TO EV-ENT-SW.
001782     MOVE CA-OPERATOR-ID OF EV-COMMAREA TO EV-ENT-OPID.
001783     EXEC CICS READ
001784         FILE('OPTENT')
001785         INTO(KAJCENT-RECORD)
001786         RIDFLD(EV-ENT-RIDFLD)
001787         KEYLENGTH(12)
001788         RESP(EV-RESP)
001789     END-EXEC.
001790     IF EV-RESP = DFHRESP(NORMAL)
001791         IF ENT-OVR-GRANT
001792             MOVE 'Y' TO EV-ENT-SW
001793             GO TO 1060-EXIT
001794         END-IF
001795         IF ENT-OVR-DENY
001796             GO TO 1060-EXIT
001797         END-IF
001798     END-IF.
001799     MOVE SPACES TO EV-ENT-OPID.
001800     EXEC CICS READ
001801         FILE('OPTENT')
001802         INTO(KAJCENT-RECORD)
001803         RIDFLD(EV-ENT-RIDFLD)
001804         KEYLENGTH(12)
001805         RESP(EV-RESP)
001806     END-EXEC.
001807     IF EV-RESP = DFHRESP(NORMAL)
001808         AND EV-EFF-AUTH NOT < ENT-MIN-AUTH
001809         MOVE 'Y' TO EV-ENT-SW
001810     END-IF.
001811 1060-EXIT.
001812     EXIT.
001813*                                                               *
001814*    1070-APPLY-DELEGATION - A DELEGATION IN FORCE TODAY FOR    *
001815*    THE SIGNED-ON OPERATOR (DELEGT, SEE KAJCDLG) RAISES        *
001816*    EV-EFF-AUTH TO THE AUTHORITY DELEGATED; OPT-AUTHORITY      *
001817*    ITSELF IS NEVER CHANGED.  NO DELEGATION, ONE NOT IN FORCE  *
001818*    TODAY, OR THE FILE UNAVAILABLE LEAVES THE OPERATOR'S OWN.  *
001819*                                                               *
001820 1070-APPLY-DELEGATION.
001821     EXEC CICS READ
001822         FILE('DELEGT')
001823         INTO(KAJCDLG-RECORD)
001824         RIDFLD(EV-OPERATOR-KEY)
001825         KEYLENGTH(8)
001826         RESP(EV-RESP)
001827     END-EXEC.
001828     IF EV-RESP NOT = DFHRESP(NORMAL)
001829         GO TO 1070-EXIT
001830     END-IF.
001831     IF DLG-STAT-ACTIVE
001832         AND DLG-START-DATE NOT > EIBDATE
001833         AND DLG-END-DATE NOT < EIBDATE
001834         AND DLG-AUTHORITY > EV-EFF-AUTH
001835         MOVE DLG-AUTHORITY TO EV-EFF-AUTH
001836     END-IF.
001837 1070-EXIT.
001840     EXIT.
001850*                                                               *
001860*    1100-CHECK-SESSION - THE LIVE-SESSION GATE (SEE KAJCSES).  *
003650             MOVE 'DENIED'           TO EV-EL-OUTCOME
003660         WHEN JRN-OUT-NOTFND
003670             MOVE 'OPTION NOT FOUND' TO EV-EL-OUTCOME
003671         WHEN JRN-OUT-ALERT
003672             MOVE 'ALERT RAISED'     TO EV-EL-OUTCOME
003673         WHEN JRN-OUT-ALERT-ACK
003674             MOVE 'ACKNOWLEDGED'     TO EV-EL-OUTCOME
003675         WHEN JRN-OUT-TERM-UNREG
003676             MOVE 'TERM NOT REGSTRD' TO EV-EL-OUTCOME
003677         WHEN JRN-OUT-TERM-AUTH
003678             MOVE 'TERM AUTH LIMIT'  TO EV-EL-OUTCOME
003679         WHEN JRN-OUT-OFF-SHIFT
003680             MOVE 'OUTSIDE SHIFT'    TO EV-EL-OUTCOME
003681         WHEN OTHER
003690             MOVE 'GRANTED'          TO EV-EL-OUTCOME
003700     END-EVALUATE.
003710 3200-EXIT.
