000370*                     FALSE DUPLICATE-SIGN-ON CHALLENGES       *
000380*    09/02/26   JTM   8100 STAMPS JRN-TASK-SEQ FROM CA-JRN-SEQ  *
000390*                     SO BALNCOB CAN BALANCE THE DAY'S JOURNAL  *
000391*    10/15/26   JTM   SELF-SERVICE NOW NEEDS OPTION 'PSWD' ON   *
000392*                     THE OPTENT OPTION ENTITLEMENT FILE        *
000393*                     (1050/1060, COPY KAJCENT) - THE MENU NO   *
000394*                     LONGER WAVES IT THROUGH.  A FORCED CHANGE *
000395*                     FROM SGONCOB IS ALWAYS ALLOWED            *
000396*    10/15/26   JTM   1050 ALSO HONOURS AN APPROVED DELEGATION  *
000397*                     IN FORCE TODAY (DELEGT, COPY KAJCDLG -    *
000398*                     1065): THE ENTITLEMENT CHECK USES THE     *
000399*                     DELEGATED AUTHORITY WHEN IT IS HIGHER;    *
000400*                     OPT-AUTHORITY ITSELF IS NOT CHANGED       *
000401 ENVIRONMENT DIVISION.
000410 DATA DIVISION.
000420 WORKING-STORAGE SECTION.
000430 77  PS-OPERATOR-KEY       PIC X(08) VALUE SPACES.
000600 77  PS-BEFORE-IMAGE       PIC X(56) VALUE SPACES.
000610 77  PS-HIST-SW            PIC X(01) VALUE 'N'.
000620     88  PS-HIST-WRITTEN       VALUE 'Y'.
000621*    ENTITLEMENT CHECK (1050/1060, SEE KAJCENT).                *
000622 77  PS-AUTH-SW            PIC X(01) VALUE 'N'.
000623     88  PS-IS-AUTHORIZED      VALUE 'Y'.
000624 77  PS-ENT-SW             PIC X(01) VALUE 'N'.
000625 77  PS-EFF-AUTH           PIC X(01) VALUE SPACE.
000626 01  PS-ENT-RIDFLD.
000627     05  PS-ENT-OPTION     PIC X(04) VALUE SPACES.
000628     05  PS-ENT-OPID       PIC X(08) VALUE SPACES.
000630*                                                               *
000640*    OUTGOING COMMAREA IS BUILT HERE IN WORKING-STORAGE, NOT IN *
000650*    THE LINKAGE-SECTION DFHCOMMAREA BELOW - ON A COLD START    *
000700 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==PS-COMMAREA==.
000710*                                                               *
000720 COPY KAJCOPT.
000723 COPY KAJCENT.
000726 COPY KAJCDLG.
000730 COPY KAJCHST.
000740 COPY KAJCJRN.
000750 COPY TESTMSD.
001070         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
001080         EXEC CICS RETURN END-EXEC
001090     END-IF.
001091*    SELF-SERVICE NEEDS OPTION 'PSWD' (1050); A FORCED CHANGE   *
001092*    FROM SGONCOB ALWAYS GETS THROUGH.                          *
001093     PERFORM 1050-CHECK-AUTHORITY THRU 1050-EXIT.
001094     IF NOT PS-IS-AUTHORIZED
001095         PERFORM 1070-REFUSE-ENTRY THRU 1070-EXIT
001096     END-IF.
001100     IF EIBAID = DFHPF3
001110         PERFORM 4000-RETURN-TO-CALLER THRU 4000-EXIT
001120     END-IF.
001370         NOTOPEN    (9200-NOTOPEN-ERROR)
001380         PGMIDERR   (9400-PGMIDERR-ERROR)
001390     END-EXEC.
001391 1000-EXIT.
001392     EXIT.
001393*                                                               *
001394*    1050-CHECK-AUTHORITY - A FORCED CHANGE (CA-PSWD-FORCED) IS *
001395*    ALWAYS ALLOWED - THE OPERATOR HAS NO OTHER WAY IN.         *
001396*    OTHERWISE CA-AUTH-FLAG MUST HAVE COME FROM THE MENU AND    *
001397*    THE SIGNED-ON ID MUST STILL BE ACTIVE AND ENTITLED TO      *
001398*    OPTION 'PSWD' ON THE OPTENT FILE (1060, SEE KAJCENT) -     *
001399*    EVERY AUTHORITY LEVEL HAS IT BY DEFAULT, BUT A DENY        *
001400*    OVERRIDE CAN TAKE SELF-SERVICE AWAY FROM ONE ID.           *
001401*                                                               *
001402 1050-CHECK-AUTHORITY.
001403     MOVE 'N' TO PS-AUTH-SW.
001404     IF CA-PSWD-FORCED OF PS-COMMAREA
001405         MOVE 'Y' TO PS-AUTH-SW
001406         GO TO 1050-EXIT
001407     END-IF.
001408     IF NOT CA-AUTHORIZED OF PS-COMMAREA
001409         GO TO 1050-EXIT
001410     END-IF.
001411     MOVE CA-OPERATOR-ID OF PS-COMMAREA TO PS-OPERATOR-KEY.
001412     EXEC CICS READ
001413         FILE('OPERTOR')
001414         INTO(KAJCOPT-RECORD)
001415         RIDFLD(PS-OPERATOR-KEY)
001416         KEYLENGTH(8)
001417         RESP(PS-RESP)
001418     END-EXEC.
001419     IF PS-RESP NOT = DFHRESP(NORMAL)
001420         GO TO 1050-EXIT
001421     END-IF.
001422     IF NOT OPT-IS-ACTIVE
001423         GO TO 1050-EXIT
001424     END-IF.
001425     MOVE OPT-AUTHORITY TO PS-EFF-AUTH.
001426     PERFORM 1065-APPLY-DELEGATION THRU 1065-EXIT.
001427     MOVE 'PSWD' TO PS-ENT-OPTION.
001428     PERFORM 1060-CHECK-ENTITLEMENT THRU 1060-EXIT.
001429     MOVE PS-ENT-SW TO PS-AUTH-SW.
001430 1050-EXIT.
001431     EXIT.
001432*                                                               *
001433*    1060-CHECK-ENTITLEMENT - MAY THE SIGNED-ON OPERATOR USE    *
001434*    OPTION PS-ENT-OPTION?  AN OVERRIDE RECORD FOR THE          *
001435*    OPERATOR WINS (G GRANTS, D DENIES); OTHERWISE THE          *
001436*    OPTION'S DEFINITION MUST BE ON FILE AND PS-EFF-AUTH        *
001437*    AT LEAST ITS MINIMUM.  NO DEFINITION, OR THE FILE          *
001438*    UNAVAILABLE, DENIES.                                       *
001439*                                                               *
001440 1060-CHECK-ENTITLEMENT.
001441     MOVE 'N' TO PS-ENT-SW.
001442     MOVE CA-OPERATOR-ID OF PS-COMMAREA TO PS-ENT-OPID.
001443     EXEC CICS READ
001444         FILE('OPTENT')
001445         INTO(KAJCENT-RECORD)
001446         RIDFLD(PS-ENT-RIDFLD)
001447         KEYLENGTH(12)
001448         RESP(PS-RESP)
001449     END-EXEC.
001450     IF PS-RESP = DFHRESP(NORMAL)
001451         IF ENT-OVR-GRANT
001452             MOVE 'Y' TO PS-ENT-SW
001453             GO TO 1060-EXIT
001454         END-IF
001455         IF ENT-OVR-DENY
001456             GO TO 1060-EXIT
001457         END-IF
001458     END-IF.
001459     MOVE SPACES TO PS-ENT-OPID.
001460     EXEC CICS READ
001461         FILE('OPTENT')
001462         INTO(KAJCENT-RECORD)
001463         RIDFLD(PS-ENT-RIDFLD)
001464         KEYLENGTH(12)
001465         RESP(PS-RESP)
001466     END-EXEC.
001467     IF PS-RESP = DFHRESP(NORMAL)
001468         AND PS-EFF-AUTH NOT < ENT-MIN-AUTH
001469         MOVE 'Y' TO PS-ENT-SW
001470     END-IF.
001471 1060-EXIT.
001472     EXIT.
001473*                                                               *
001474*    1065-APPLY-DELEGATION - A DELEGATION IN FORCE TODAY FOR    *
001475*    THE SIGNED-ON OPERATOR (DELEGT, SEE KAJCDLG) RAISES        *
001476*    PS-EFF-AUTH TO THE AUTHORITY DELEGATED; OPT-AUTHORITY      *
001477*    ITSELF IS NEVER CHANGED.  NO DELEGATION, ONE NOT IN FORCE  *
001478*    TODAY, OR THE FILE UNAVAILABLE LEAVES THE OPERATOR'S OWN.  *
001479*                                                               *
001480 1065-APPLY-DELEGATION.
001481     EXEC CICS READ
001482         FILE('DELEGT')
001483         INTO(KAJCDLG-RECORD)
001484         RIDFLD(PS-OPERATOR-KEY)
001485         KEYLENGTH(8)
001486         RESP(PS-RESP)
001487     END-EXEC.
001488     IF PS-RESP NOT = DFHRESP(NORMAL)
001489         GO TO 1065-EXIT
001490     END-IF.
001491     IF DLG-STAT-ACTIVE
001492         AND DLG-START-DATE NOT > EIBDATE
001493         AND DLG-END-DATE NOT < EIBDATE
001494         AND DLG-AUTHORITY > PS-EFF-AUTH
001495         MOVE DLG-AUTHORITY TO PS-EFF-AUTH
001496     END-IF.
001497 1065-EXIT.
001498     EXIT.
001499*                                                               *
001500*    1070-REFUSE-ENTRY - JOURNAL THE DENIAL, SAY SO ON A CLEAN  *
001501*    SCREEN AND END THE CONVERSATION, AS EVERY OTHER SCREEN     *
001502*    DOES WHEN ITS 1050 CHECK FAILS.                            *
001503*                                                               *
001504 1070-REFUSE-ENTRY.
001505     MOVE 'PSWD' TO PS-JRN-OPTION.
001506     MOVE 'D' TO PS-JRN-OUTCOME.
001507     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
001508     MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO PS-MSG-TEXT.
001509     MOVE SPACES TO PSWDMAPO.
001510     MOVE PS-MSG-TEXT TO PMSGO.
001511     EXEC CICS SEND MAP('PSWDMAP')
001512         MAPSET('TESTMSD')
001513         ERASE
001514     END-EXEC.
001515     EXEC CICS RETURN END-EXEC.
001516 1070-EXIT.
001517     EXIT.
001518*                                                               *
001519*    1150-DROP-SESSION - SIGN-OFF PATHS DELETE THE TERMINAL'S   *
001520*    SESSION RECORD; BEST-EFFORT, THERE MAY NOT BE ONE.  A      *
001521*    RECORD LEFT BEHIND HERE WOULD DRAW FALSE DUPLICATE-        *
001522*    SIGN-ON CHALLENGES UNTIL THE IDLE TIMEOUT.                 *
001523*                                                               *
001524 1150-DROP-SESSION.
001525     MOVE EIBTRMID TO PS-SES-KEY.
001526     EXEC CICS DELETE
001527         FILE('SESSON')
001528         RIDFLD(PS-SES-KEY)
001530         KEYLENGTH(4)
001540         RESP(PS-RESP)
001550     END-EXEC.
