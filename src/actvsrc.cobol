000430*                     STARTUP, CAPPED AT THE COMPILED 200      *
000440*    09/02/26   JTM   8100 STAMPS JRN-TASK-SEQ FROM CA-JRN-SEQ  *
000450*                     SO BALNCOB CAN BALANCE THE DAY'S JOURNAL  *
000451*    10/15/26   JTM   1050 NOW AUTHORIZES FROM THE OPTENT       *
000452*                     OPTION ENTITLEMENT FILE (COPY KAJCENT,    *
000453*                     1060) - THE SIGNED-ON ID MUST STILL BE    *
000454*                     ACTIVE AND BE ENTITLED TO 'ACTV', NOT     *
000455*                     JUST ARRIVE WITH CA-AUTH-FLAG SET         *
000456*    10/15/26   JTM   1050 ALSO HONOURS AN APPROVED DELEGATION  *
000457*                     IN FORCE TODAY (DELEGT, COPY KAJCDLG -    *
000458*                     1070): THE ENTITLEMENT CHECK USES THE     *
000459*                     DELEGATED AUTHORITY WHEN IT IS HIGHER;    *
000460*                     OPT-AUTHORITY ITSELF IS NOT CHANGED       *
000461 ENVIRONMENT DIVISION.
000470 DATA DIVISION.
000480 WORKING-STORAGE SECTION.
000490 77  AC-AUTH-SW            PIC X(01) VALUE 'N'.
001300 77  AC-CUR-MMSS           PIC S9(4) COMP VALUE 0.
001310 77  AC-CUR-MM             PIC S9(4) COMP VALUE 0.
001320 77  AC-IDLE-MINS          PIC S9(8) COMP VALUE 0.
001321*    ENTITLEMENT CHECK (1050/1060, SEE KAJCENT) - THE OPTENT    *
001322*    KEY, THE ANSWER, AND THE AUTHORITY IT IS MEASURED BY.      *
001323 77  AC-OPERATOR-KEY       PIC X(08) VALUE SPACES.
001324 77  AC-ENT-SW             PIC X(01) VALUE 'N'.
001325 77  AC-EFF-AUTH           PIC X(01) VALUE SPACE.
001326 01  AC-ENT-RIDFLD.
001327     05  AC-ENT-OPTION     PIC X(04) VALUE SPACES.
001328     05  AC-ENT-OPID       PIC X(08) VALUE SPACES.
001330*    OUTGOING COMMAREA IS BUILT HERE IN WORKING-STORAGE, NOT IN *
001340*    THE LINKAGE-SECTION DFHCOMMAREA BELOW - ON A COLD START    *
001350*    (EIBCALEN = 0) THERE IS NO CALLER-SUPPLIED STORAGE FOR     *
001380*                                                               *
001390 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==AC-COMMAREA==.
001400*                                                               *
001402 COPY KAJCOPT.
001404 COPY KAJCENT.
001406 COPY KAJCDLG.
001410 COPY KAJCSES.
001420 COPY KAJCPRM.
001430 COPY KAJCJRN.
002450 1200-EXIT.
002460     EXIT.
002470*                                                               *
002480*    1050-CHECK-AUTHORITY - CA-AUTH-FLAG IS TRUSTED ONLY WHEN   *
002490*    IT CAME FROM A CALLER (EIBCALEN NOT = 0); THE SIGNED-ON    *
002500*    ID MUST THEN STILL BE ACTIVE ON THE MASTER AND BE          *
002501*    ENTITLED TO OPTION 'ACTV' ON THE OPTENT FILE (1060, SEE    *
002502*    KAJCENT).  A NOTFND OR NOTOPEN ON EITHER FILE LEAVES THE   *
002503*    SWITCH AT 'N'.                                             *
002504*                                                               *
002505 1050-CHECK-AUTHORITY.
002506     MOVE 'N' TO AC-AUTH-SW.
002507     IF EIBCALEN = 0 OR NOT CA-AUTHORIZED OF AC-COMMAREA
002508         GO TO 1050-EXIT
002509     END-IF.
002510     MOVE CA-OPERATOR-ID OF AC-COMMAREA TO AC-OPERATOR-KEY.
002511     EXEC CICS READ
002512         FILE('OPERTOR')
002513         INTO(KAJCOPT-RECORD)
002514         RIDFLD(AC-OPERATOR-KEY)
002515         KEYLENGTH(8)
002516         RESP(AC-RESP)
002517     END-EXEC.
002518     IF AC-RESP NOT = DFHRESP(NORMAL)
002519         GO TO 1050-EXIT
002520     END-IF.
002521     IF NOT OPT-IS-ACTIVE
002522         GO TO 1050-EXIT
002523     END-IF.
002524     MOVE OPT-AUTHORITY TO AC-EFF-AUTH.
002525     PERFORM 1070-APPLY-DELEGATION THRU 1070-EXIT.
002526     MOVE 'ACTV' TO AC-ENT-OPTION.
002527     PERFORM 1060-CHECK-ENTITLEMENT THRU 1060-EXIT.
002528     MOVE AC-ENT-SW TO AC-AUTH-SW.
002529 1050-EXIT.
002530     EXIT.
002531*                                                               *
002532*    1060-CHECK-ENTITLEMENT - MAY THE SIGNED-ON OPERATOR USE    *
002533*    OPTION AC-ENT-OPTION?  AN OVERRIDE RECORD FOR THE          *
002534*    OPERATOR WINS (G GRANTS, D DENIES); OTHERWISE THE          *
002535*    OPTION'S DEFINITION MUST BE ON FILE AND AC-EFF-AUTH        *
002536*    AT LEAST ITS MINIMUM.  NO DEFINITION, OR THE FILE          *
002537*    UNAVAILABLE, DENIES.                                       *
002538*                                                               *
002539 1060-CHECK-ENTITLEMENT.
002540     MOVE 'N' TO AC-ENT-SW.
002541     MOVE CA-OPERATOR-ID OF AC-COMMAREA TO AC-ENT-OPID.
002542     EXEC CICS READ
002543         FILE('OPTENT')
002544         INTO(KAJCENT-RECORD)
002545         RIDFLD(AC-ENT-RIDFLD)
002546         KEYLENGTH(12)
002547         RESP(AC-RESP)
002548     END-EXEC.
002549     IF AC-RESP = DFHRESP(NORMAL)
002550         IF ENT-OVR-GRANT
002551             MOVE 'Y' TO AC-ENT-SW
002552             GO TO 1060-EXIT
002553         END-IF
002554         IF ENT-OVR-DENY
002555             GO TO 1060-EXIT
002556         END-IF
002557     END-IF.
002558     MOVE SPACES TO AC-ENT-OPID.
002559     EXEC CICS READ
002560         FILE('OPTENT')
002561         INTO(KAJCENT-RECORD)
002562         RIDFLD(AC-ENT-RIDFLD)
002563         KEYLENGTH(12)
002564         RESP(AC-RESP)
002565     END-EXEC.
002566     IF AC-RESP = DFHRESP(NORMAL)
002567         AND AC-EFF-AUTH NOT < ENT-MIN-AUTH
002568         MOVE 'Y' TO AC-ENT-SW
002569     END-IF.
002570 1060-EXIT.
002571     EXIT.
002572*                                                               *
002573*    1070-APPLY-DELEGATION - A DELEGATION IN FORCE TODAY FOR    *
002574*    THE SIGNED-ON OPERATOR (DELEGT, SEE KAJCDLG) RAISES        *
002575*    AC-EFF-AUTH TO THE AUTHORITY DELEGATED; OPT-AUTHORITY      *
002576*    ITSELF IS NEVER CHANGED.  NO DELEGATION, ONE NOT IN FORCE  *
002577*    TODAY, OR THE FILE UNAVAILABLE LEAVES THE OPERATOR'S OWN.  *
002578*                                                               *
002579 1070-APPLY-DELEGATION.
002580     EXEC CICS READ
002581         FILE('DELEGT')
002582         INTO(KAJCDLG-RECORD)
002583         RIDFLD(AC-OPERATOR-KEY)
002584         KEYLENGTH(8)
002585         RESP(AC-RESP)
002586     END-EXEC.
002587     IF AC-RESP NOT = DFHRESP(NORMAL)
002588         GO TO 1070-EXIT
002589     END-IF.
002590     IF DLG-STAT-ACTIVE
002591         AND DLG-START-DATE NOT > EIBDATE
002592         AND DLG-END-DATE NOT < EIBDATE
002593         AND DLG-AUTHORITY > AC-EFF-AUTH
002594         MOVE DLG-AUTHORITY TO AC-EFF-AUTH
002595     END-IF.
002596 1070-EXIT.
002600     EXIT.
002610*                                                               *
002620*    1100-CHECK-SESSION - THE LIVE-SESSION GATE (SEE KAJCSES).  *
