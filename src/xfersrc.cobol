000310*                     CLEAR NOW DROPS THE SESSION RECORD         *
000320*    09/02/26   JTM   8100 STAMPS JRN-TASK-SEQ FROM CA-JRN-SEQ  *
000330*                     SO BALNCOB CAN BALANCE THE DAY'S JOURNAL  *
000331*    10/15/26   JTM   1050 NOW AUTHORIZES FROM THE OPTENT       *
000332*                     OPTION ENTITLEMENT FILE (COPY KAJCENT,    *
000333*                     1060) - THE SIGNED-ON ID MUST STILL BE    *
000334*                     ACTIVE AND BE ENTITLED TO 'XFER', NOT     *
000335*                     JUST ARRIVE WITH CA-AUTH-FLAG SET         *
000336*    10/15/26   JTM   1050 ALSO HONOURS AN APPROVED DELEGATION  *
000337*                     IN FORCE TODAY (DELEGT, COPY KAJCDLG -    *
000338*                     1070): THE ENTITLEMENT CHECK USES THE     *
000339*                     DELEGATED AUTHORITY WHEN IT IS HIGHER;    *
000340*                     OPT-AUTHORITY ITSELF IS NOT CHANGED       *
000341 ENVIRONMENT DIVISION.
000350 DATA DIVISION.
000360 WORKING-STORAGE SECTION.
000370 77  XF-AUTH-SW            PIC X(01) VALUE 'N'.
001050 77  XF-CUR-MMSS           PIC S9(4) COMP VALUE 0.
001060 77  XF-CUR-MM             PIC S9(4) COMP VALUE 0.
001070 77  XF-IDLE-MINS          PIC S9(8) COMP VALUE 0.
001071*    ENTITLEMENT CHECK (1050/1060, SEE KAJCENT) - THE OPTENT    *
001072*    KEY, THE ANSWER, AND THE AUTHORITY IT IS MEASURED BY.      *
001073 77  XF-ENT-SW             PIC X(01) VALUE 'N'.
001074 77  XF-EFF-AUTH           PIC X(01) VALUE SPACE.
001075 01  XF-ENT-RIDFLD.
001076     05  XF-ENT-OPTION     PIC X(04) VALUE SPACES.
001077     05  XF-ENT-OPID       PIC X(08) VALUE SPACES.
001080*    OUTGOING COMMAREA IS BUILT HERE IN WORKING-STORAGE, NOT IN *
001090*    THE LINKAGE-SECTION DFHCOMMAREA BELOW - ON A COLD START    *
001100*    (EIBCALEN = 0) THERE IS NO CALLER-SUPPLIED STORAGE FOR     *
001140 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==XF-COMMAREA==.
001150*                                                               *
001160 COPY KAJCOPT.
001163 COPY KAJCENT.
001166 COPY KAJCDLG.
001170 COPY KAJCREQ.
001180 COPY KAJCSES.
001190 COPY KAJCJRN.
002000 1000-EXIT.
002010     EXIT.
002020*                                                               *
002030*    1050-CHECK-AUTHORITY - CA-AUTH-FLAG IS TRUSTED ONLY WHEN   *
002040*    IT CAME FROM A CALLER (EIBCALEN NOT = 0); THE SIGNED-ON    *
002050*    ID MUST THEN STILL BE ACTIVE ON THE MASTER AND BE          *
002051*    ENTITLED TO OPTION 'XFER' ON THE OPTENT FILE (1060, SEE    *
002052*    KAJCENT).  A NOTFND OR NOTOPEN ON EITHER FILE LEAVES THE   *
002053*    SWITCH AT 'N'.                                             *
002054*                                                               *
002055 1050-CHECK-AUTHORITY.
002056     MOVE 'N' TO XF-AUTH-SW.
002057     IF EIBCALEN = 0 OR NOT CA-AUTHORIZED OF XF-COMMAREA
002058         GO TO 1050-EXIT
002059     END-IF.
002060     MOVE CA-OPERATOR-ID OF XF-COMMAREA TO XF-OPERATOR-KEY.
002061     EXEC CICS READ
002062         FILE('OPERTOR')
002063         INTO(KAJCOPT-RECORD)
002064         RIDFLD(XF-OPERATOR-KEY)
002065         KEYLENGTH(8)
002066         RESP(XF-RESP)
002067     END-EXEC.
002068     IF XF-RESP NOT = DFHRESP(NORMAL)
002069         GO TO 1050-EXIT
002070     END-IF.
002071     IF NOT OPT-IS-ACTIVE
002072         GO TO 1050-EXIT
002073     END-IF.
002074     MOVE OPT-AUTHORITY TO XF-EFF-AUTH.
002075     PERFORM 1070-APPLY-DELEGATION THRU 1070-EXIT.
002076     MOVE 'XFER' TO XF-ENT-OPTION.
002077     PERFORM 1060-CHECK-ENTITLEMENT THRU 1060-EXIT.
002078     MOVE XF-ENT-SW TO XF-AUTH-SW.
002079 1050-EXIT.
002080     EXIT.
002081*                                                               *
002082*    1060-CHECK-ENTITLEMENT - MAY THE SIGNED-ON OPERATOR USE    *
002083*    OPTION XF-ENT-OPTION?  AN OVERRIDE RECORD FOR THE          *
002084*    OPERATOR WINS (G GRANTS, D DENIES); OTHERWISE THE          *
002085*    OPTION'S DEFINITION MUST BE ON FILE AND XF-EFF-AUTH        *
002086*    AT LEAST ITS MINIMUM.  NO DEFINITION, OR THE FILE          *
002087*    UNAVAILABLE, DENIES.                                       *
002088*                                                               *
002089 1060-CHECK-ENTITLEMENT.
002090     MOVE 'N' TO XF-ENT-SW.
002091     MOVE CA-OPERATOR-ID OF XF-COMMAREA TO XF-ENT-OPID.
002092     EXEC CICS READ
002093         FILE('OPTENT')
002094         INTO(KAJCENT-RECORD)
002095         RIDFLD(XF-ENT-RIDFLD)
002096         KEYLENGTH(12)
002097         RESP(XF-RESP)
002098     END-EXEC.
002099     IF XF-RESP = DFHRESP(NORMAL)
002100         IF ENT-OVR-GRANT
002101             MOVE 'Y' TO XF-ENT-SW
002102             GO TO 1060-EXIT
002103         END-IF
002104         IF ENT-OVR-DENY
002105             GO TO 1060-EXIT
002106         END-IF
002107     END-IF.
002108     MOVE SPACES TO XF-ENT-OPID.
002109     EXEC CICS READ
002110         FILE('OPTENT')
002111         INTO(KAJCENT-RECORD)
002112         RIDFLD(XF-ENT-RIDFLD)
002113         KEYLENGTH(12)
002114         RESP(XF-RESP)
002115     END-EXEC.
002116     IF XF-RESP = DFHRESP(NORMAL)
002117         AND XF-EFF-AUTH NOT < ENT-MIN-AUTH
002118         MOVE 'Y' TO XF-ENT-SW
002119     END-IF.
002120 1060-EXIT.
002121     EXIT.
002122*                                                               *
002123*    1070-APPLY-DELEGATION - A DELEGATION IN FORCE TODAY FOR    *
002124*    THE SIGNED-ON OPERATOR (DELEGT, SEE KAJCDLG) RAISES        *
002125*    XF-EFF-AUTH TO THE AUTHORITY DELEGATED; OPT-AUTHORITY      *
002126*    ITSELF IS NEVER CHANGED.  NO DELEGATION, ONE NOT IN FORCE  *
002127*    TODAY, OR THE FILE UNAVAILABLE LEAVES THE OPERATOR'S OWN.  *
002128*                                                               *
002129 1070-APPLY-DELEGATION.
002130     EXEC CICS READ
002131         FILE('DELEGT')
002132         INTO(KAJCDLG-RECORD)
002133         RIDFLD(XF-OPERATOR-KEY)
002134         KEYLENGTH(8)
002135         RESP(XF-RESP)
002136     END-EXEC.
002137     IF XF-RESP NOT = DFHRESP(NORMAL)
002138         GO TO 1070-EXIT
002139     END-IF.
002140     IF DLG-STAT-ACTIVE
002141         AND DLG-START-DATE NOT > EIBDATE
002142         AND DLG-END-DATE NOT < EIBDATE
002143         AND DLG-AUTHORITY > XF-EFF-AUTH
002144         MOVE DLG-AUTHORITY TO XF-EFF-AUTH
002145     END-IF.
002146 1070-EXIT.
002150     EXIT.
002160*                                                               *
002170*    1100-CHECK-SESSION - THE LIVE-SESSION GATE (SEE KAJCSES).  *
