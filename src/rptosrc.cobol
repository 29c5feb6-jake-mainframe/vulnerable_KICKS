000370*                     CLEAR NOW DROPS THE SESSION RECORD         *
000380*    09/02/26   JTM   8100 STAMPS JRN-TASK-SEQ FROM CA-JRN-SEQ  *
000390*                     SO BALNCOB CAN BALANCE THE DAY'S JOURNAL  *
000391*    10/15/26   JTM   1050 NOW AUTHORIZES FROM THE OPTENT       *
000392*                     OPTION ENTITLEMENT FILE (COPY KAJCENT,    *
000393*                     1060) - THE SIGNED-ON ID MUST STILL BE    *
000394*                     ACTIVE AND BE ENTITLED TO 'RPTO', NOT     *
000395*                     JUST ARRIVE WITH CA-AUTH-FLAG SET         *
000396*    10/15/26   JTM   1050 ALSO HONOURS AN APPROVED DELEGATION  *
000397*                     IN FORCE TODAY (DELEGT, COPY KAJCDLG -    *
000398*                     1070): THE ENTITLEMENT CHECK USES THE     *
000399*                     DELEGATED AUTHORITY WHEN IT IS HIGHER;    *
000400*                     OPT-AUTHORITY ITSELF IS NOT CHANGED       *
000401 ENVIRONMENT DIVISION.
000410 DATA DIVISION.
000420 WORKING-STORAGE SECTION.
000430 77  RO-AUTH-SW            PIC X(01) VALUE 'N'.
000980 77  RO-CUR-MMSS           PIC S9(4) COMP VALUE 0.
000990 77  RO-CUR-MM             PIC S9(4) COMP VALUE 0.
001000 77  RO-IDLE-MINS          PIC S9(8) COMP VALUE 0.
001001*    ENTITLEMENT CHECK (1050/1060, SEE KAJCENT) - THE OPTENT    *
001002*    KEY, THE ANSWER, AND THE AUTHORITY IT IS MEASURED BY.      *
001003 77  RO-OPERATOR-KEY       PIC X(08) VALUE SPACES.
001004 77  RO-ENT-SW             PIC X(01) VALUE 'N'.
001005 77  RO-EFF-AUTH           PIC X(01) VALUE SPACE.
001006 01  RO-ENT-RIDFLD.
001007     05  RO-ENT-OPTION     PIC X(04) VALUE SPACES.
001008     05  RO-ENT-OPID       PIC X(08) VALUE SPACES.
001010*    OUTGOING COMMAREA IS BUILT HERE IN WORKING-STORAGE, NOT IN *
001020*    THE LINKAGE-SECTION DFHCOMMAREA BELOW - ON A COLD START    *
001030*    (EIBCALEN = 0) THERE IS NO CALLER-SUPPLIED STORAGE FOR     *
001060*                                                               *
001070 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==RO-COMMAREA==.
001080*                                                               *
001082 COPY KAJCOPT.
001084 COPY KAJCENT.
001086 COPY KAJCDLG.
001090 COPY KAJCREQ.
001100 COPY KAJCSES.
001110 COPY KAJCJRN.
001920 1000-EXIT.
001930     EXIT.
001940*                                                               *
001950*    1050-CHECK-AUTHORITY - CA-AUTH-FLAG IS TRUSTED ONLY WHEN   *
001951*    IT CAME FROM A CALLER (EIBCALEN NOT = 0); THE SIGNED-ON    *
001952*    ID MUST THEN STILL BE ACTIVE ON THE MASTER AND BE          *
001953*    ENTITLED TO OPTION 'RPTO' ON THE OPTENT FILE (1060, SEE    *
001954*    KAJCENT).  A NOTFND OR NOTOPEN ON EITHER FILE LEAVES THE   *
001955*    SWITCH AT 'N'.                                             *
001956*                                                               *
001957 1050-CHECK-AUTHORITY.
001958     MOVE 'N' TO RO-AUTH-SW.
001959     IF EIBCALEN = 0 OR NOT CA-AUTHORIZED OF RO-COMMAREA
001960         GO TO 1050-EXIT
001961     END-IF.
001962     MOVE CA-OPERATOR-ID OF RO-COMMAREA TO RO-OPERATOR-KEY.
001963     EXEC CICS READ
001964         FILE('OPERTOR')
001965         INTO(KAJCOPT-RECORD)
001966         RIDFLD(RO-OPERATOR-KEY)
001967         KEYLENGTH(8)
001968         RESP(RO-RESP)
001969     END-EXEC.
001970     IF RO-RESP NOT = DFHRESP(NORMAL)
001971         GO TO 1050-EXIT
001972     END-IF.
001973     IF NOT OPT-IS-ACTIVE
001974         GO TO 1050-EXIT
001975     END-IF.
001976     MOVE OPT-AUTHORITY TO RO-EFF-AUTH.
001977     PERFORM 1070-APPLY-DELEGATION THRU 1070-EXIT.
001978     MOVE 'RPTO' TO RO-ENT-OPTION.
001979     PERFORM 1060-CHECK-ENTITLEMENT THRU 1060-EXIT.
001980     MOVE RO-ENT-SW TO RO-AUTH-SW.
001981 1050-EXIT.
001982     EXIT.
001983*                                                               *
001984*    1060-CHECK-ENTITLEMENT - MAY THE SIGNED-ON OPERATOR USE    *
001985*    OPTION RO-ENT-OPTION?  AN OVERRIDE RECORD FOR THE          *
001986*    OPERATOR WINS (G GRANTS, D DENIES); OTHERWISE THE          *
001987*    OPTION'S DEFINITION MUST BE ON FILE AND RO-EFF-AUTH        *
001988*    AT LEAST ITS MINIMUM.  NO DEFINITION, OR THE FILE          *
001989*    UNAVAILABLE, DENIES.                                       *
001990*                                                               *
001991 1060-CHECK-ENTITLEMENT.
001992     MOVE 'N' TO RO-ENT-SW.
001993     MOVE CA-OPERATOR-ID OF RO-COMMAREA TO RO-ENT-OPID.
001994     EXEC CICS READ
001995         FILE('OPTENT')
001996         INTO(KAJCENT-RECORD)
001997         RIDFLD(RO-ENT-RIDFLD)
001998         KEYLENGTH(12)
001999         RESP(RO-RESP)
002000     END-EXEC.
002001     IF RO-RESP = DFHRESP(NORMAL)
002002         IF ENT-OVR-GRANT
002003             MOVE 'Y' TO RO-ENT-SW
002004             GO TO 1060-EXIT
002005         END-IF
002006         IF ENT-OVR-DENY
002007             GO TO 1060-EXIT
002008         END-IF
002009     END-IF.
002010     MOVE SPACES TO RO-ENT-OPID.
002011     EXEC CICS READ
002012         FILE('OPTENT')
002013         INTO(KAJCENT-RECORD)
002014         RIDFLD(RO-ENT-RIDFLD)
002015         KEYLENGTH(12)
002016         RESP(RO-RESP)
002017     END-EXEC.
002018     IF RO-RESP = DFHRESP(NORMAL)
002019         AND RO-EFF-AUTH NOT < ENT-MIN-AUTH
002020         MOVE 'Y' TO RO-ENT-SW
002021     END-IF.
002022 1060-EXIT.
002023     EXIT.
002024*                                                               *
002025*    1070-APPLY-DELEGATION - A DELEGATION IN FORCE TODAY FOR    *
002026*    THE SIGNED-ON OPERATOR (DELEGT, SEE KAJCDLG) RAISES        *
002027*    RO-EFF-AUTH TO THE AUTHORITY DELEGATED; OPT-AUTHORITY      *
002028*    ITSELF IS NEVER CHANGED.  NO DELEGATION, ONE NOT IN FORCE  *
002029*    TODAY, OR THE FILE UNAVAILABLE LEAVES THE OPERATOR'S OWN.  *
002030*                                                               *
002031 1070-APPLY-DELEGATION.
002032     EXEC CICS READ
002033         FILE('DELEGT')
002034         INTO(KAJCDLG-RECORD)
002035         RIDFLD(RO-OPERATOR-KEY)
002036         KEYLENGTH(8)
002037         RESP(RO-RESP)
002038     END-EXEC.
002039     IF RO-RESP NOT = DFHRESP(NORMAL)
002040         GO TO 1070-EXIT
002041     END-IF.
002042     IF DLG-STAT-ACTIVE
002043         AND DLG-START-DATE NOT > EIBDATE
002044         AND DLG-END-DATE NOT < EIBDATE
002045         AND DLG-AUTHORITY > RO-EFF-AUTH
002046         MOVE DLG-AUTHORITY TO RO-EFF-AUTH
002047     END-IF.
002048 1070-EXIT.
002050     EXIT.
002060*                                                               *
002070*    1100-CHECK-SESSION - THE LIVE-SESSION GATE (SEE KAJCSES).  *
