001520*                     DESK                                     *
001530*    09/02/26   JTM   8100 STAMPS JRN-TASK-SEQ FROM CA-JRN-SEQ  *
001540*                     SO BALNCOB CAN BALANCE THE DAY'S JOURNAL  *
001541*    10/15/26   JTM   1050 NOW AUTHORIZES FROM THE OPTENT       *
001542*                     OPTION ENTITLEMENT FILE (COPY KAJCENT,    *
001543*                     1060) - THE SIGNED-ON ID MUST STILL BE    *
001544*                     ACTIVE AND BE ENTITLED TO 'LIST', NOT     *
001545*                     JUST ARRIVE WITH CA-AUTH-FLAG SET         *
001546*    10/15/26   JTM   1050 ALSO HONOURS AN APPROVED DELEGATION  *
001547*                     IN FORCE TODAY (DELEGT, COPY KAJCDLG -    *
001548*                     1070): THE ENTITLEMENT CHECK USES THE     *
001549*                     DELEGATED AUTHORITY WHEN IT IS HIGHER;    *
001550*                     OPT-AUTHORITY ITSELF IS NOT CHANGED       *
001551*    10/15/26   JTM   PF6 DESTINATION: AN OPERATOR WITH NO      *
001552*                     OPT-PRINT-DEST NOW FALLS BACK TO THIS     *
001553*                     TERMINAL'S TRM-PRINT-DEST (TERMNL, COPY   *
001554*                     KAJCTRM) WHEN IT IS ACTIVE, BEFORE MAIN   *
001555 ENVIRONMENT DIVISION.
001560 DATA DIVISION.
001570 WORKING-STORAGE SECTION.
001580*                                                               *
002150*                                                               *
002160*    PF6 PRINT DESTINATION - THE KEYED SELPD OVERRIDE LIVES    *
002170*    HERE FOR THE REST OF THE TASK; 7050 FILLS IT FROM THE     *
002180*    OPERATOR'S MASTER RECORD, ELSE THE TERMINAL'S REGISTRY    *
002190*    RECORD (OR MAIN) WHEN NOTHING WAS KEYED.                  *
002200 77  LS-PRINT-DEST         PIC X(04) VALUE SPACES.
002210 77  LS-DEST-KEY           PIC X(08) VALUE SPACES.
002215 77  LS-TRM-KEY            PIC X(04) VALUE SPACES.
002220*                                                               *
002230*                                                               *
002240*    SESSION WORK FIELDS FOR 1100-CHECK-SESSION - THE IDLE      *
002330 77  LS-CUR-MMSS           PIC S9(4) COMP VALUE 0.
002340 77  LS-CUR-MM             PIC S9(4) COMP VALUE 0.
002350 77  LS-IDLE-MINS          PIC S9(8) COMP VALUE 0.
002351*    ENTITLEMENT CHECK (1050/1060, SEE KAJCENT) - THE OPTENT    *
002352*    KEY, THE ANSWER, AND THE AUTHORITY IT IS MEASURED BY.      *
002353 77  LS-OPERATOR-KEY       PIC X(08) VALUE SPACES.
002354 77  LS-ENT-SW             PIC X(01) VALUE 'N'.
002355 77  LS-EFF-AUTH           PIC X(01) VALUE SPACE.
002356 01  LS-ENT-RIDFLD.
002357     05  LS-ENT-OPTION     PIC X(04) VALUE SPACES.
002358     05  LS-ENT-OPID       PIC X(08) VALUE SPACES.
002360*    OUTGOING COMMAREA IS BUILT HERE IN WORKING-STORAGE, NOT IN *
002370*    THE LINKAGE-SECTION DFHCOMMAREA BELOW - ON A COLD START    *
002380*    (EIBCALEN = 0) THERE IS NO CALLER-SUPPLIED STORAGE FOR     *
002420 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==LS-COMMAREA==.
002430*                                                               *
002440 COPY KAJCOPT.
002442 COPY KAJCENT.
002444 COPY KAJCDLG.
002446 COPY KAJCTRM.
002450 COPY KAJCPRM.
002460 COPY KAJCSES.
002470 COPY KAJCJRN.
003730     END-IF.
003740 1200-EXIT.
003750     EXIT.
003760*                                                               *
003770*    1050-CHECK-AUTHORITY - CA-AUTH-FLAG IS TRUSTED ONLY WHEN   *
003780*    IT CAME FROM A CALLER (EIBCALEN NOT = 0); THE SIGNED-ON    *
003790*    ID MUST THEN STILL BE ACTIVE ON THE MASTER AND BE          *
003791*    ENTITLED TO OPTION 'LIST' ON THE OPTENT FILE (1060, SEE    *
003792*    KAJCENT).  A NOTFND OR NOTOPEN ON EITHER FILE LEAVES THE   *
003793*    SWITCH AT 'N'.                                             *
003794*                                                               *
003795 1050-CHECK-AUTHORITY.
003796     MOVE 'N' TO LS-AUTH-SW.
003797     IF EIBCALEN = 0 OR NOT CA-AUTHORIZED OF LS-COMMAREA
003798         GO TO 1050-EXIT
003799     END-IF.
003800     MOVE CA-OPERATOR-ID OF LS-COMMAREA TO LS-OPERATOR-KEY.
003801     EXEC CICS READ
003802         FILE('OPERTOR')
003803         INTO(KAJCOPT-RECORD)
003804         RIDFLD(LS-OPERATOR-KEY)
003805         KEYLENGTH(8)
003806         RESP(LS-RESP)
003807     END-EXEC.
003808     IF LS-RESP NOT = DFHRESP(NORMAL)
003809         GO TO 1050-EXIT
003810     END-IF.
003811     IF NOT OPT-IS-ACTIVE
003812         GO TO 1050-EXIT
003813     END-IF.
003814     MOVE OPT-AUTHORITY TO LS-EFF-AUTH.
003815     PERFORM 1070-APPLY-DELEGATION THRU 1070-EXIT.
003816     MOVE 'LIST' TO LS-ENT-OPTION.
003817     PERFORM 1060-CHECK-ENTITLEMENT THRU 1060-EXIT.
003818     MOVE LS-ENT-SW TO LS-AUTH-SW.
003819 1050-EXIT.
003820     EXIT.
003821*                                                               *
003822*    1060-CHECK-ENTITLEMENT - MAY THE SIGNED-ON OPERATOR USE    *
003823*    OPTION LS-ENT-OPTION?  AN OVERRIDE RECORD FOR THE          *
003824*    OPERATOR WINS (G GRANTS, D DENIES); OTHERWISE THE          *
003825*    OPTION'S DEFINITION MUST BE ON FILE AND LS-EFF-AUTH        *
003826*    AT LEAST ITS MINIMUM.  NO DEFINITION, OR THE FILE          *
003827*    UNAVAILABLE, DENIES.                                       *
003828*                                                               *
003829 1060-CHECK-ENTITLEMENT.
003830     MOVE 'N' TO LS-ENT-SW.
003831     MOVE CA-OPERATOR-ID OF LS-COMMAREA TO LS-ENT-OPID.
003832     EXEC CICS READ
003833         FILE('OPTENT')
003834         INTO(KAJCENT-RECORD)
003835         RIDFLD(LS-ENT-RIDFLD)
003836         KEYLENGTH(12)
003837         RESP(LS-RESP)
003838     END-EXEC.
003839     IF LS-RESP = DFHRESP(NORMAL)
003840         IF ENT-OVR-GRANT
003841             MOVE 'Y' TO LS-ENT-SW
003842             GO TO 1060-EXIT
003843         END-IF
003844         IF ENT-OVR-DENY
003845             GO TO 1060-EXIT
003846         END-IF
003847     END-IF.
003848     MOVE SPACES TO LS-ENT-OPID.
003849     EXEC CICS READ
003850         FILE('OPTENT')
003851         INTO(KAJCENT-RECORD)
003852         RIDFLD(LS-ENT-RIDFLD)
003853         KEYLENGTH(12)
003854         RESP(LS-RESP)
003855     END-EXEC.
003856     IF LS-RESP = DFHRESP(NORMAL)
003857         AND LS-EFF-AUTH NOT < ENT-MIN-AUTH
003858         MOVE 'Y' TO LS-ENT-SW
003859     END-IF.
003860 1060-EXIT.
003861     EXIT.
003862*                                                               *
003863*    1070-APPLY-DELEGATION - A DELEGATION IN FORCE TODAY FOR    *
003864*    THE SIGNED-ON OPERATOR (DELEGT, SEE KAJCDLG) RAISES        *
003865*    LS-EFF-AUTH TO THE AUTHORITY DELEGATED; OPT-AUTHORITY      *
003866*    ITSELF IS NEVER CHANGED.  NO DELEGATION, ONE NOT IN FORCE  *
003867*    TODAY, OR THE FILE UNAVAILABLE LEAVES THE OPERATOR'S OWN.  *
003868*                                                               *
003869 1070-APPLY-DELEGATION.
003870     EXEC CICS READ
003871         FILE('DELEGT')
003872         INTO(KAJCDLG-RECORD)
003873         RIDFLD(LS-OPERATOR-KEY)
003874         KEYLENGTH(8)
003875         RESP(LS-RESP)
003876     END-EXEC.
003877     IF LS-RESP NOT = DFHRESP(NORMAL)
003878         GO TO 1070-EXIT
003879     END-IF.
003880     IF DLG-STAT-ACTIVE
003881         AND DLG-START-DATE NOT > EIBDATE
003882         AND DLG-END-DATE NOT < EIBDATE
003883         AND DLG-AUTHORITY > LS-EFF-AUTH
003884         MOVE DLG-AUTHORITY TO LS-EFF-AUTH
003885     END-IF.
003886 1070-EXIT.
003890     EXIT.
003900*                                                               *
003910*    1100-CHECK-SESSION - THE LIVE-SESSION GATE (SEE KAJCSES).  *
009960     EXIT.
009970*                                                               *
009980*    7050-DECIDE-DESTINATION - NOTHING KEYED INTO SELPD THIS    *
009990*    TASK MEANS THE REQUESTING OPERATOR'S OWN OPT-PRINT-DEST.   *
010000*    A BLANK ONE (OR A MASTER THAT CANNOT BE READ) FALLS BACK   *
010010*    TO THIS TERMINAL'S TRM-PRINT-DEST WHILE THE TERMINAL IS    *
010020*    ACTIVE ON THE TERMNL REGISTRY, AND FAILING THAT TO MAIN,   *
010023*    THE PRINT ROOM'S DEFAULT DESK.  THE READ CLOBBERS THE      *
010026*    BROWSE BUFFER, WHICH IS DONE WITH BY NOW.                  *
010030*                                                               *
010040 7050-DECIDE-DESTINATION.
010050     IF LS-PRINT-DEST NOT = SPACES
010170         AND OPT-PRINT-DEST NOT = SPACES
010180         AND OPT-PRINT-DEST NOT = LOW-VALUES
010190         MOVE OPT-PRINT-DEST TO LS-PRINT-DEST
010200         GO TO 7050-EXIT
010201     END-IF.
010202     MOVE 'MAIN' TO LS-PRINT-DEST.
010203     MOVE EIBTRMID TO LS-TRM-KEY.
010204     EXEC CICS READ
010205         FILE('TERMNL')
010206         INTO(KAJCTRM-RECORD)
010207         RIDFLD(LS-TRM-KEY)
010208         KEYLENGTH(4)
010209         RESP(LS-RESP)
010210     END-EXEC.
010211     IF LS-RESP = DFHRESP(NORMAL)
010212         AND TRM-IS-ACTIVE
010213         AND TRM-PRINT-DEST NOT = SPACES
010214         AND TRM-PRINT-DEST NOT = LOW-VALUES
010215         MOVE TRM-PRINT-DEST TO LS-PRINT-DEST
010220     END-IF.
010230 7050-EXIT.
010240     EXIT.
