000300*                     CLEAR NOW DROPS THE SESSION RECORD         *
000310*    09/02/26   JTM   8100 STAMPS JRN-TASK-SEQ FROM CA-JRN-SEQ  *
000320*                     SO BALNCOB CAN BALANCE THE DAY'S JOURNAL  *
000321*    10/15/26   JTM   1050 NOW AUTHORIZES FROM THE OPTENT       *
000322*                     OPTION ENTITLEMENT FILE (COPY KAJCENT,    *
000323*                     1060) - THE SIGNED-ON ID MUST STILL BE    *
000324*                     ACTIVE AND BE ENTITLED TO 'HIST', NOT     *
000325*                     JUST ARRIVE WITH CA-AUTH-FLAG SET         *
000326*    10/15/26   JTM   1050 ALSO HONOURS AN APPROVED DELEGATION  *
000327*                     IN FORCE TODAY (DELEGT, COPY KAJCDLG -    *
000328*                     1070): THE ENTITLEMENT CHECK USES THE     *
000329*                     DELEGATED AUTHORITY WHEN IT IS HIGHER;    *
000330*                     OPT-AUTHORITY ITSELF IS NOT CHANGED       *
000331 ENVIRONMENT DIVISION.
000340 DATA DIVISION.
000350 WORKING-STORAGE SECTION.
000360 77  HS-AUTH-SW            PIC X(01) VALUE 'N'.
001040 77  HS-CUR-MMSS           PIC S9(4) COMP VALUE 0.
001050 77  HS-CUR-MM             PIC S9(4) COMP VALUE 0.
001060 77  HS-IDLE-MINS          PIC S9(8) COMP VALUE 0.
001061*    ENTITLEMENT CHECK (1050/1060, SEE KAJCENT) - THE OPTENT    *
001062*    KEY, THE ANSWER, AND THE AUTHORITY IT IS MEASURED BY.      *
001063 77  HS-OPERATOR-KEY       PIC X(08) VALUE SPACES.
001064 77  HS-ENT-SW             PIC X(01) VALUE 'N'.
001065 77  HS-EFF-AUTH           PIC X(01) VALUE SPACE.
001066 01  HS-ENT-RIDFLD.
001067     05  HS-ENT-OPTION     PIC X(04) VALUE SPACES.
001068     05  HS-ENT-OPID       PIC X(08) VALUE SPACES.
001070*    OUTGOING COMMAREA IS BUILT HERE IN WORKING-STORAGE, NOT IN *
001080*    THE LINKAGE-SECTION DFHCOMMAREA BELOW - ON A COLD START    *
001090*    (EIBCALEN = 0) THERE IS NO CALLER-SUPPLIED STORAGE FOR     *
001120*                                                               *
001130 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==HS-COMMAREA==.
001140*                                                               *
001142 COPY KAJCOPT.
001144 COPY KAJCENT.
001146 COPY KAJCDLG.
001150 COPY KAJCHST.
001160 COPY KAJCSES.
001170 COPY KAJCJRN.
001970 1000-EXIT.
001980     EXIT.
001990*                                                               *
002000*    1050-CHECK-AUTHORITY - CA-AUTH-FLAG IS TRUSTED ONLY WHEN   *
002010*    IT CAME FROM A CALLER (EIBCALEN NOT = 0); THE SIGNED-ON    *
002011*    ID MUST THEN STILL BE ACTIVE ON THE MASTER AND BE          *
002012*    ENTITLED TO OPTION 'HIST' ON THE OPTENT FILE (1060, SEE    *
002013*    KAJCENT).  A NOTFND OR NOTOPEN ON EITHER FILE LEAVES THE   *
002014*    SWITCH AT 'N'.                                             *
002015*                                                               *
002016 1050-CHECK-AUTHORITY.
002017     MOVE 'N' TO HS-AUTH-SW.
002018     IF EIBCALEN = 0 OR NOT CA-AUTHORIZED OF HS-COMMAREA
002019         GO TO 1050-EXIT
002020     END-IF.
002021     MOVE CA-OPERATOR-ID OF HS-COMMAREA TO HS-OPERATOR-KEY.
002022     EXEC CICS READ
002023         FILE('OPERTOR')
002024         INTO(KAJCOPT-RECORD)
002025         RIDFLD(HS-OPERATOR-KEY)
002026         KEYLENGTH(8)
002027         RESP(HS-RESP)
002028     END-EXEC.
002029     IF HS-RESP NOT = DFHRESP(NORMAL)
002030         GO TO 1050-EXIT
002031     END-IF.
002032     IF NOT OPT-IS-ACTIVE OF KAJCOPT-RECORD
002033         GO TO 1050-EXIT
002034     END-IF.
002035     MOVE OPT-AUTHORITY OF KAJCOPT-RECORD TO HS-EFF-AUTH.
002036     PERFORM 1070-APPLY-DELEGATION THRU 1070-EXIT.
002037     MOVE 'HIST' TO HS-ENT-OPTION.
002038     PERFORM 1060-CHECK-ENTITLEMENT THRU 1060-EXIT.
002039     MOVE HS-ENT-SW TO HS-AUTH-SW.
002040 1050-EXIT.
002041     EXIT.
002042*                                                               *
002043*    1060-CHECK-ENTITLEMENT - MAY THE SIGNED-ON OPERATOR USE    *
002044*    OPTION HS-ENT-OPTION?  AN OVERRIDE RECORD FOR THE          *
002045*    OPERATOR WINS (G GRANTS, D DENIES); OTHERWISE THE          *
002046*    OPTION'S DEFINITION MUST BE ON FILE AND HS-EFF-AUTH        *
002047*    AT LEAST ITS MINIMUM.  NO DEFINITION, OR THE FILE          *
002048*    UNAVAILABLE, DENIES.                                       *
002049*                                                               *
002050 1060-CHECK-ENTITLEMENT.
002051     MOVE 'N' TO HS-ENT-SW.
002052     MOVE CA-OPERATOR-ID OF HS-COMMAREA TO HS-ENT-OPID.
002053     EXEC CICS READ
002054         FILE('OPTENT')
002055         INTO(KAJCENT-RECORD)
002056         RIDFLD(HS-ENT-RIDFLD)
002057         KEYLENGTH(12)
002058         RESP(HS-RESP)
002059     END-EXEC.
002060     IF HS-RESP = DFHRESP(NORMAL)
002061         IF ENT-OVR-GRANT
002062             MOVE 'Y' TO HS-ENT-SW
002063             GO TO 1060-EXIT
002064         END-IF
002065         IF ENT-OVR-DENY
002066             GO TO 1060-EXIT
002067         END-IF
002068     END-IF.
002069     MOVE SPACES TO HS-ENT-OPID.
002070     EXEC CICS READ
002071         FILE('OPTENT')
002072         INTO(KAJCENT-RECORD)
002073         RIDFLD(HS-ENT-RIDFLD)
002074         KEYLENGTH(12)
002075         RESP(HS-RESP)
002076     END-EXEC.
002077     IF HS-RESP = DFHRESP(NORMAL)
002078         AND HS-EFF-AUTH NOT < ENT-MIN-AUTH
002079         MOVE 'Y' TO HS-ENT-SW
002080     END-IF.
002081 1060-EXIT.
002082     EXIT.
002083*                                                               *
002084*    1070-APPLY-DELEGATION - A DELEGATION IN FORCE TODAY FOR    *
002085*    THE SIGNED-ON OPERATOR (DELEGT, SEE KAJCDLG) RAISES        *
002086*    HS-EFF-AUTH TO THE AUTHORITY DELEGATED; OPT-AUTHORITY      *
002087*    ITSELF IS NEVER CHANGED.  NO DELEGATION, ONE NOT IN FORCE  *
002088*    TODAY, OR THE FILE UNAVAILABLE LEAVES THE OPERATOR'S OWN.  *
002089*                                                               *
002090 1070-APPLY-DELEGATION.
002091     EXEC CICS READ
002092         FILE('DELEGT')
002093         INTO(KAJCDLG-RECORD)
002094         RIDFLD(HS-OPERATOR-KEY)
002095         KEYLENGTH(8)
002096         RESP(HS-RESP)
002097     END-EXEC.
002098     IF HS-RESP NOT = DFHRESP(NORMAL)
002099         GO TO 1070-EXIT
002100     END-IF.
002101     IF DLG-STAT-ACTIVE
002102         AND DLG-START-DATE NOT > EIBDATE
002103         AND DLG-END-DATE NOT < EIBDATE
002104         AND DLG-AUTHORITY > HS-EFF-AUTH
002105         MOVE DLG-AUTHORITY TO HS-EFF-AUTH
002106     END-IF.
002107 1070-EXIT.
002110     EXIT.
002120*                                                               *
002130*    1100-CHECK-SESSION - THE LIVE-SESSION GATE (SEE KAJCSES).  *
