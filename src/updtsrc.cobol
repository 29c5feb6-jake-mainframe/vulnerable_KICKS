000550*                     APRVCOB APPLIES IT TO OPT-PRINT-DEST     *
000560*    09/02/26   JTM   8100 STAMPS JRN-TASK-SEQ FROM CA-JRN-SEQ  *
000570*                     SO BALNCOB CAN BALANCE THE DAY'S JOURNAL  *
000571*    10/15/26   JTM   1050 NOW AUTHORIZES FROM THE OPTENT       *
000572*                     OPTION ENTITLEMENT FILE (COPY KAJCENT,    *
000573*                     1060) - THE FIXED ACTIVE-ADMIN TEST IS    *
000574*                     NOW THE ADMIN MINIMUM ON THE 'UPDT'       *
000575*                     DEFINITION, AND AN OVERRIDE CAN GRANT OR  *
000576*                     DENY ONE OPERATOR                         *
000577*    10/15/26   JTM   1050 ALSO HONOURS AN APPROVED DELEGATION  *
000578*                     IN FORCE TODAY (DELEGT, COPY KAJCDLG -    *
000579*                     1070): THE ENTITLEMENT CHECK USES THE     *
000580*                     DELEGATED AUTHORITY WHEN IT IS HIGHER;    *
000581*                     OPT-AUTHORITY ITSELF IS NOT CHANGED       *
000582 ENVIRONMENT DIVISION.
000590 DATA DIVISION.
000600 WORKING-STORAGE SECTION.
000610 77  UP-AUTH-SW            PIC X(01) VALUE 'N'.
000940 77  UP-CUR-MMSS           PIC S9(4) COMP VALUE 0.
000950 77  UP-CUR-MM             PIC S9(4) COMP VALUE 0.
000960 77  UP-IDLE-MINS          PIC S9(8) COMP VALUE 0.
000961*    ENTITLEMENT CHECK (1050/1060, SEE KAJCENT) - THE OPTENT    *
000962*    KEY, THE ANSWER, AND THE AUTHORITY IT IS MEASURED BY.      *
000963 77  UP-ENT-SW             PIC X(01) VALUE 'N'.
000964 77  UP-EFF-AUTH           PIC X(01) VALUE SPACE.
000965 01  UP-ENT-RIDFLD.
000966     05  UP-ENT-OPTION     PIC X(04) VALUE SPACES.
000967     05  UP-ENT-OPID       PIC X(08) VALUE SPACES.
000970*    OUTGOING COMMAREA IS BUILT HERE IN WORKING-STORAGE, NOT IN *
000980*    THE LINKAGE-SECTION DFHCOMMAREA BELOW - ON A COLD START    *
000990*    (EIBCALEN = 0) THERE IS NO CALLER-SUPPLIED STORAGE FOR     *
001030 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==UP-COMMAREA==.
001040*                                                               *
001050 COPY KAJCOPT.
001053 COPY KAJCENT.
001056 COPY KAJCDLG.
001060 COPY KAJCPND.
001070 COPY KAJCSES.
001080 COPY KAJCJRN.
001900 1000-EXIT.
001910     EXIT.
001920*                                                               *
001930*    1050-CHECK-AUTHORITY - CA-AUTH-FLAG IS TRUSTED ONLY WHEN   *
001940*    IT CAME FROM A CALLER (EIBCALEN NOT = 0); THE SIGNED-ON    *
001950*    ID MUST THEN STILL BE ACTIVE ON THE MASTER AND BE          *
001960*    ENTITLED TO OPTION 'UPDT' ON THE OPTENT FILE (1060, SEE    *
001970*    KAJCENT).  A NOTFND OR NOTOPEN ON EITHER FILE LEAVES THE   *
001980*    SWITCH AT 'N'.                                             *
001990*                                                               *
002000 1050-CHECK-AUTHORITY.
002010     MOVE 'N' TO UP-AUTH-SW.
002090         RIDFLD(UP-OPERATOR-KEY)
002100         KEYLENGTH(8)
002110         RESP(UP-RESP)
002111     END-EXEC.
002112     IF UP-RESP NOT = DFHRESP(NORMAL)
002113         GO TO 1050-EXIT
002114     END-IF.
002115     IF NOT OPT-IS-ACTIVE
002116         GO TO 1050-EXIT
002117     END-IF.
002118     MOVE OPT-AUTHORITY TO UP-EFF-AUTH.
002119     PERFORM 1070-APPLY-DELEGATION THRU 1070-EXIT.
002120     MOVE 'UPDT' TO UP-ENT-OPTION.
002121     PERFORM 1060-CHECK-ENTITLEMENT THRU 1060-EXIT.
002122     MOVE UP-ENT-SW TO UP-AUTH-SW.
002123 1050-EXIT.
002124     EXIT.
002125*                                                               *
002126*    1060-CHECK-ENTITLEMENT - MAY THE SIGNED-ON OPERATOR USE    *
002127*    OPTION UP-ENT-OPTION?  AN OVERRIDE RECORD FOR THE          *
002128*    OPERATOR WINS (G GRANTS, D DENIES); OTHERWISE THE          *
002129*    OPTION'S DEFINITION MUST BE ON FILE AND UP-EFF-AUTH        *
002130*    AT LEAST ITS MINIMUM.  NO DEFINITION, OR THE FILE          *
002131*    UNAVAILABLE, DENIES.                                       *
002132*                                                               *
002133 1060-CHECK-ENTITLEMENT.
002134     MOVE 'N' TO UP-ENT-SW.
002135     MOVE CA-OPERATOR-ID OF UP-COMMAREA TO UP-ENT-OPID.
002136     EXEC CICS READ
002137         FILE('OPTENT')
002138         INTO(KAJCENT-RECORD)
002139         RIDFLD(UP-ENT-RIDFLD)
002140         KEYLENGTH(12)
002141         RESP(UP-RESP)
002142     END-EXEC.
002143     IF UP-RESP = DFHRESP(NORMAL)
002144         IF ENT-OVR-GRANT
002145             MOVE 'Y' TO UP-ENT-SW
002146             GO TO 1060-EXIT
002147         END-IF
002148         IF ENT-OVR-DENY
002149             GO TO 1060-EXIT
002150         END-IF
002151     END-IF.
002152     MOVE SPACES TO UP-ENT-OPID.
002153     EXEC CICS READ
002154         FILE('OPTENT')
002155         INTO(KAJCENT-RECORD)
002156         RIDFLD(UP-ENT-RIDFLD)
002157         KEYLENGTH(12)
002158         RESP(UP-RESP)
002159     END-EXEC.
002160     IF UP-RESP = DFHRESP(NORMAL)
002161         AND UP-EFF-AUTH NOT < ENT-MIN-AUTH
002162         MOVE 'Y' TO UP-ENT-SW
002163     END-IF.
002164 1060-EXIT.
002165     EXIT.
002166*                                                               *
002167*    1070-APPLY-DELEGATION - A DELEGATION IN FORCE TODAY FOR    *
002168*    THE SIGNED-ON OPERATOR (DELEGT, SEE KAJCDLG) RAISES        *
002169*    UP-EFF-AUTH TO THE AUTHORITY DELEGATED; OPT-AUTHORITY      *
002170*    ITSELF IS NEVER CHANGED.  NO DELEGATION, ONE NOT IN FORCE  *
002171*    TODAY, OR THE FILE UNAVAILABLE LEAVES THE OPERATOR'S OWN.  *
002172*                                                               *
002173 1070-APPLY-DELEGATION.
002174     EXEC CICS READ
002175         FILE('DELEGT')
002176         INTO(KAJCDLG-RECORD)
002177         RIDFLD(UP-OPERATOR-KEY)
002178         KEYLENGTH(8)
002179         RESP(UP-RESP)
002180     END-EXEC.
002181     IF UP-RESP NOT = DFHRESP(NORMAL)
002182         GO TO 1070-EXIT
002183     END-IF.
002184     IF DLG-STAT-ACTIVE
002185         AND DLG-START-DATE NOT > EIBDATE
002186         AND DLG-END-DATE NOT < EIBDATE
002187         AND DLG-AUTHORITY > UP-EFF-AUTH
002188         MOVE DLG-AUTHORITY TO UP-EFF-AUTH
002189     END-IF.
002190 1070-EXIT.
002191     EXIT.
002200*                                                               *
002210*    1100-CHECK-SESSION - THE LIVE-SESSION GATE (SEE KAJCSES).  *
002220*    THE TERMINAL'S SESSON RECORD MUST EXIST, CARRY THE         *
