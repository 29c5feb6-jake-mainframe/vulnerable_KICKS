000010 ID DIVISION.
000020 PROGRAM-ID.    ENTMCOB.
000030 AUTHOR.        J T MILLER.
000040 INSTALLATION.  DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070*                                                               *
000080*    ENTMCOB - OPTION ENTITLEMENT MAINTENANCE TRANSACTION       *
000090*    MENU OPTION 'ENTM'.  VIEWS THE OPTENT ENTITLEMENT FILE     *
000100*    (COPY KAJCENT) AND REQUESTS CHANGES TO IT.  KEY AN OPTION  *
000110*    CODE INTO NOPTN AND AN ACTION INTO NFUNC:                  *
000120*        WITH NOPID BLANK (THE OPTION'S DEFINITION) -           *
000130*            A - ADD A NEW OPTION (NPGM, NAUTH, NMENU REQUIRED) *
000140*            C - CHANGE IT (ANY FIELD LEFT BLANK IS KEPT)       *
000150*            X - REMOVE IT                                      *
000160*        WITH AN OPERATOR ID IN NOPID (AN OVERRIDE) -           *
000170*            G - GRANT THE OPTION WHATEVER THE AUTHORITY        *
000180*            D - DENY IT WHATEVER THE AUTHORITY                 *
000190*            X - REMOVE THE OVERRIDE                            *
000200*    NOTHING IS APPLIED HERE - THE CHANGE IS WRITTEN TO PENDCH  *
000210*    (COPY KAJCPND, ACTION 'E', TARGET '*' + OPTION CODE) AND   *
000220*    ONLY REACHES OPTENT WHEN A SECOND ADMINISTRATOR APPROVES   *
000230*    IT ON APRVCOB.  EVERY REQUEST IS JOURNALLED TO AUDT UNDER  *
000240*    THE OPTION CODE IT TOUCHES.  NOPTN WITH NO ACTION JUST     *
000250*    POSITIONS THE LIST OF ENTITLEMENTS ON FILE (NLN01-NLN10).  *
000260*                                                               *
000270*    MODIFICATION HISTORY                                       *
000280*    DATE       INIT  DESCRIPTION                               *
000290*    --------   ----  ----------------------------------------- *
000300*    10/15/26   JTM   ORIGINAL                                  *
000301*    10/15/26   JTM   1050 ALSO HONOURS AN APPROVED DELEGATION  *
000302*                     IN FORCE TODAY (DELEGT, COPY KAJCDLG -    *
000303*                     1070): THE ENTITLEMENT CHECK USES THE     *
000304*                     DELEGATED AUTHORITY WHEN IT IS HIGHER;    *
000305*                     OPT-AUTHORITY ITSELF IS NOT CHANGED       *
000310 ENVIRONMENT DIVISION.
000320 DATA DIVISION.
000330 WORKING-STORAGE SECTION.
000340 77  EM-AUTH-SW            PIC X(01) VALUE 'N'.
000350     88  EM-IS-AUTHORIZED      VALUE 'Y'.
000360 77  EM-OPERATOR-KEY       PIC X(08) VALUE SPACES.
000370 77  EM-RETURN-PGM         PIC X(08) VALUE SPACES.
000380 77  EM-MSG-TEXT           PIC X(79) VALUE SPACES.
000390 77  EM-RESP               PIC S9(8) COMP VALUE 0.
000400 77  EM-TS-RESP            PIC S9(8) COMP VALUE 0.
000410 77  EM-LINE-COUNT         PIC S9(4) COMP VALUE 0.
000420 77  EM-BROWSE-EOF-SW      PIC X(01) VALUE 'N'.
000430     88  EM-BROWSE-DONE        VALUE 'Y'.
000440 77  EM-LIST-START         PIC X(04) VALUE SPACES.
000450 77  EM-LAST-SEQ           PIC 9(03) VALUE ZERO.
000460 77  EM-PND-EOF-SW         PIC X(01) VALUE 'N'.
000470     88  EM-PND-DONE           VALUE 'Y'.
000480 77  EM-DEF-SW             PIC X(01) VALUE 'N'.
000490     88  EM-DEF-ON-FILE        VALUE 'Y'.
000500 77  EM-OVR-SW             PIC X(01) VALUE 'N'.
000510     88  EM-OVR-FOUND          VALUE 'Y'.
000520 77  EM-EDIT-SW            PIC X(01) VALUE 'N'.
000530     88  EM-EDIT-OK            VALUE 'Y'.
000540*                                                               *
000550*    OPTION/OUTCOME CARRIED INTO THE NEXT JOURNAL RECORD -      *
000560*    8100-WRITE-JOURNAL RESETS BOTH TO THE DEFAULTS (NO OPTION, *
000570*    GRANTED) AFTER EVERY WRITE.  A REQUEST WRITTEN TO PENDCH   *
000580*    IS JOURNALLED UNDER THE OPTION CODE IT IS FOR.             *
000590 77  EM-JRN-OPTION         PIC X(04) VALUE SPACES.
000600 77  EM-JRN-OUTCOME        PIC X(01) VALUE 'G'.
000610*                                                               *
000620*    THE CHANGE AS KEYED, LOW-VALUES CLEARED TO SPACES.         *
000630*                                                               *
000640 01  EM-REQUEST.
000650     05  EM-REQ-OPTION     PIC X(04).
000660     05  EM-REQ-OPERATOR   PIC X(08).
000670     05  EM-REQ-FUNC       PIC X(01).
000680         88  EM-FUNC-DEF-VALID     VALUE 'A' 'C' 'X'.
000690         88  EM-FUNC-OVR-VALID     VALUE 'G' 'D' 'X'.
000700     05  EM-REQ-PROGRAM    PIC X(08).
000710     05  EM-REQ-DESC       PIC X(30).
000720     05  EM-REQ-MIN-AUTH   PIC X(01).
000730         88  EM-MIN-AUTH-VALID     VALUE '1' '2' '3'.
000740     05  EM-REQ-MENU-FLAG  PIC X(01).
000750         88  EM-MENU-FLAG-VALID    VALUE 'Y' 'N'.
000760*                                                               *
000770*    PENDCH TARGET ('*' + OPTION CODE, SO ENTITLEMENT CHANGES   *
000780*    NEVER SORT AMONG OPERATOR IDS) AND THE READABLE SUMMARY    *
000790*    CARRIED IN PCH-NAME FOR THE APPROVAL LIST.                 *
000800*                                                               *
000810 01  EM-TARGET-ID.
000820     05  FILLER            PIC X(01) VALUE '*'.
000830     05  EM-TGT-OPTION     PIC X(04) VALUE SPACES.
000840     05  FILLER            PIC X(03) VALUE SPACES.
000850 01  EM-PCH-NAME.
000860     05  EM-PN-FUNC        PIC X(08).
000870     05  EM-PN-DETAIL      PIC X(08).
000880     05  FILLER            PIC X(04) VALUE SPACES.
000890*                                                               *
000900*    BROWSE KEYS - OPTENT (OPTION + OPERATOR) AND PENDCH        *
000910*    (TARGET ID PLUS SEQUENCE, AS UPDTCOB'S).                   *
000920*                                                               *
000930 01  EM-BR-RIDFLD.
000940     05  EM-BR-OPTION      PIC X(04) VALUE SPACES.
000950     05  EM-BR-OPID        PIC X(08) VALUE SPACES.
000960 01  EM-PND-RIDFLD.
000970     05  EM-PRID-TARGET    PIC X(08) VALUE SPACES.
000980     05  EM-PRID-SEQUENCE  PIC 9(03) VALUE ZERO.
000990*                                                               *
001000 01  EM-ENT-LINE.
001010     05  EM-EL-OPTION      PIC X(04).
001020     05  FILLER            PIC X(02) VALUE SPACES.
001030     05  EM-EL-OPERATOR    PIC X(08).
001040     05  FILLER            PIC X(02) VALUE SPACES.
001050     05  EM-EL-PROGRAM     PIC X(08).
001060     05  FILLER            PIC X(02) VALUE SPACES.
001070     05  EM-EL-AUTH        PIC X(01).
001080     05  FILLER            PIC X(02) VALUE SPACES.
001090     05  EM-EL-FLAG        PIC X(01).
001100     05  FILLER            PIC X(02) VALUE SPACES.
001110     05  EM-EL-DESC        PIC X(30).
001120     05  FILLER            PIC X(02) VALUE SPACES.
001130     05  EM-EL-CHG-BY      PIC X(08).
001140     05  FILLER            PIC X(04) VALUE SPACES.
001150*                                                               *
001160*    SESSION WORK FIELDS FOR 1100-CHECK-SESSION - THE IDLE      *
001170*    LIMIT IS MINUTES WITHOUT ACTIVITY BEFORE THE CONVERSATION  *
001180*    IS FORCED BACK THROUGH SGONCOB.                            *
001190 77  EM-SES-KEY            PIC X(04) VALUE SPACES.
001200 77  EM-IDLE-LIMIT         PIC S9(4) COMP VALUE 15.
001210 77  EM-LAST-HH            PIC S9(4) COMP VALUE 0.
001220 77  EM-LAST-MMSS          PIC S9(4) COMP VALUE 0.
001230 77  EM-LAST-MM            PIC S9(4) COMP VALUE 0.
001240 77  EM-CUR-HH             PIC S9(4) COMP VALUE 0.
001250 77  EM-CUR-MMSS           PIC S9(4) COMP VALUE 0.
001260 77  EM-CUR-MM             PIC S9(4) COMP VALUE 0.
001270 77  EM-IDLE-MINS          PIC S9(8) COMP VALUE 0.
001280*    ENTITLEMENT CHECK (1050/1060, SEE KAJCENT) - THE OPTENT    *
001290*    KEY, THE ANSWER, AND THE AUTHORITY IT IS MEASURED BY.      *
001300 77  EM-ENT-SW             PIC X(01) VALUE 'N'.
001310 77  EM-EFF-AUTH           PIC X(01) VALUE SPACE.
001320 01  EM-ENT-RIDFLD.
001330     05  EM-ENT-OPTION     PIC X(04) VALUE SPACES.
001340     05  EM-ENT-OPID       PIC X(08) VALUE SPACES.
001350*                                                               *
001360*    OUTGOING COMMAREA IS BUILT HERE IN WORKING-STORAGE, NOT IN *
001370*    THE LINKAGE-SECTION DFHCOMMAREA BELOW - ON A COLD START    *
001380*    (EIBCALEN = 0) THERE IS NO CALLER-SUPPLIED STORAGE FOR     *
001390*    DFHCOMMAREA TO ADDRESS, SO IT MUST NEVER BE WRITTEN (OR    *
001400*    READ) UNTIL EIBCALEN CONFIRMS A COMMAREA WAS PASSED IN.    *
001410*    CA-CURSOR-KEY CARRIES THE OPTION CODE THE LIST ON THE      *
001420*    GLASS STARTS AT.                                           *
001430*                                                               *
001440 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==EM-COMMAREA==.
001450*                                                               *
001460 COPY KAJCOPT.
001470 COPY KAJCENT.
001475 COPY KAJCDLG.
001480 COPY KAJCPND.
001490 COPY KAJCSES.
001500 COPY KAJCJRN.
001510 COPY TESTMSD.
001520 COPY DFHAID.
001530 LINKAGE SECTION.
001540 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==DFHCOMMAREA==.
001550 PROCEDURE DIVISION.
001560*                                                               *
001570*    0000-MAINLINE                                              *
001580*                                                               *
001590 0000-MAINLINE.
001600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001610     MOVE SPACES TO EM-COMMAREA.
001620     IF EIBCALEN NOT = 0
001630         MOVE DFHCOMMAREA TO EM-COMMAREA
001640     END-IF.
001650     IF EIBAID = DFHCLEAR
001660         PERFORM 1150-DROP-SESSION THRU 1150-EXIT
001670         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
001680         EXEC CICS RETURN END-EXEC
001690     END-IF.
001700     PERFORM 1050-CHECK-AUTHORITY THRU 1050-EXIT.
001710     MOVE 'ENTM' TO EM-JRN-OPTION.
001720     IF NOT EM-IS-AUTHORIZED
001730         MOVE 'D' TO EM-JRN-OUTCOME
001740     END-IF.
001750*                                                               *
001760*    FOR THE ENTER KEY THE JOURNAL IS WRITTEN FROM THE          *
001770*    RECEIVE/REQUEST LEGS ONCE THE OUTCOME (AND THE OPTION      *
001780*    TOUCHED) IS KNOWN; EVERY OTHER PATH JOURNALS HERE.         *
001790*                                                               *
001800     IF EIBAID NOT = DFHENTER OR NOT EM-IS-AUTHORIZED
001810         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
001820     END-IF.
001830     IF NOT EM-IS-AUTHORIZED
001840         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO EM-MSG-TEXT
001850         MOVE SPACES TO ENTMMAPO
001860         MOVE EM-MSG-TEXT TO NMSGO
001870         EXEC CICS SEND MAP('ENTMMAP')
001880             MAPSET('TESTMSD')
001890             ERASE
001900         END-EXEC
001910         EXEC CICS RETURN END-EXEC
001920     END-IF.
001930     PERFORM 1100-CHECK-SESSION THRU 1100-EXIT.
001940     IF EIBAID = DFHPF3
001950         IF CA-FROM-PROGRAM OF EM-COMMAREA = SPACES
001960             EXEC CICS RETURN END-EXEC
001970         ELSE
001980*    THE COMMAREA RIDES ALONG ON THE WAY BACK TO THE MENU SO    *
001990*    THE SIGN-ON STATE SURVIVES - WITHOUT IT THE MENU'S SIGN-ON *
002000*    GATE WOULD SEND THE OPERATOR BACK TO THE PASSWORD SCREEN.  *
002010             MOVE CA-FROM-PROGRAM OF EM-COMMAREA
002020                 TO EM-RETURN-PGM
002030             MOVE 'ENTMCOB' TO CA-FROM-PROGRAM OF EM-COMMAREA
002040             EXEC CICS XCTL
002050                 PROGRAM(EM-RETURN-PGM)
002060                 COMMAREA(EM-COMMAREA)
002070                 LENGTH(LENGTH OF EM-COMMAREA)
002080             END-EXEC
002090         END-IF
002100     END-IF.
002110     IF CA-LAST-PGM OF EM-COMMAREA = 'ENTMCOB'
002120         MOVE CA-CURSOR-KEY OF EM-COMMAREA TO EM-LIST-START
002130     END-IF.
002140     IF EIBAID = DFHENTER
002150         PERFORM 2000-RECEIVE-ENTM-MAP THRU 2000-EXIT
002160     ELSE
002170         MOVE 'INVALID KEY PRESSED - PLEASE RE-ENTER'
002180             TO EM-MSG-TEXT
002190     END-IF.
002200     PERFORM 4000-BUILD-ENT-LINES THRU 4000-EXIT.
002210     PERFORM 5000-SEND-ENTM-MAP THRU 5000-EXIT.
002220     MOVE EM-LIST-START TO CA-CURSOR-KEY OF EM-COMMAREA.
002230     MOVE 'ENTMCOB' TO CA-LAST-PGM OF EM-COMMAREA.
002240     EXEC CICS RETURN
002250         TRANSID(EIBTRNID)
002260         COMMAREA(EM-COMMAREA)
002270         LENGTH(LENGTH OF EM-COMMAREA)
002280     END-EXEC.
002290 0000-EXIT.
002300     EXIT.
002310*                                                               *
002320*    1000-INITIALIZE - ESTABLISH CONDITION HANDLING SO AN       *
002330*    UNAVAILABLE FILE REDISPLAYS THE SCREEN INSTEAD OF          *
002340*    ABENDING THE TERMINAL.  PGMIDERR IS TRAPPED FOR THE PF3    *
002350*    XCTL BACK TO THE MENU.                                     *
002360*                                                               *
002370 1000-INITIALIZE.
002380     EXEC CICS HANDLE CONDITION
002390         NOTOPEN    (9200-NOTOPEN-ERROR)
002400         PGMIDERR   (9400-PGMIDERR-ERROR)
002410     END-EXEC.
002420 1000-EXIT.
002430     EXIT.
002440*                                                               *
002450*    1050-CHECK-AUTHORITY - CA-AUTH-FLAG IS TRUSTED ONLY WHEN   *
002460*    IT CAME FROM A CALLER (EIBCALEN NOT = 0); THE SIGNED-ON    *
002470*    ID MUST THEN STILL BE ACTIVE ON THE MASTER AND BE          *
002480*    ENTITLED TO OPTION 'ENTM' ON THE OPTENT FILE (1060, SEE    *
002490*    KAJCENT).  A NOTFND OR NOTOPEN ON EITHER FILE LEAVES THE   *
002500*    SWITCH AT 'N'.                                             *
002510*                                                               *
002520 1050-CHECK-AUTHORITY.
002530     MOVE 'N' TO EM-AUTH-SW.
002540     IF EIBCALEN = 0 OR NOT CA-AUTHORIZED OF EM-COMMAREA
002550         GO TO 1050-EXIT
002560     END-IF.
002570     MOVE CA-OPERATOR-ID OF EM-COMMAREA TO EM-OPERATOR-KEY.
002580     EXEC CICS READ
002590         FILE('OPERTOR')
002600         INTO(KAJCOPT-RECORD)
002610         RIDFLD(EM-OPERATOR-KEY)
002620         KEYLENGTH(8)
002630         RESP(EM-RESP)
002640     END-EXEC.
002650     IF EM-RESP NOT = DFHRESP(NORMAL)
002660         GO TO 1050-EXIT
002670     END-IF.
002680     IF NOT OPT-IS-ACTIVE
002690         GO TO 1050-EXIT
002700     END-IF.
002710     MOVE OPT-AUTHORITY TO EM-EFF-AUTH.
002715     PERFORM 1070-APPLY-DELEGATION THRU 1070-EXIT.
002720     MOVE 'ENTM' TO EM-ENT-OPTION.
002730     PERFORM 1060-CHECK-ENTITLEMENT THRU 1060-EXIT.
002740     MOVE EM-ENT-SW TO EM-AUTH-SW.
002750 1050-EXIT.
002760     EXIT.
002770*                                                               *
002780*    1060-CHECK-ENTITLEMENT - MAY THE SIGNED-ON OPERATOR USE    *
002790*    OPTION EM-ENT-OPTION?  AN OVERRIDE RECORD FOR THE          *
002800*    OPERATOR WINS (G GRANTS, D DENIES); OTHERWISE THE          *
002810*    OPTION'S DEFINITION MUST BE ON FILE AND EM-EFF-AUTH        *
002820*    AT LEAST ITS MINIMUM.  NO DEFINITION, OR THE FILE          *
002830*    UNAVAILABLE, DENIES.                                       *
002840*                                                               *
002850 1060-CHECK-ENTITLEMENT.
002860     MOVE 'N' TO EM-ENT-SW.
002870     MOVE CA-OPERATOR-ID OF EM-COMMAREA TO EM-ENT-OPID.
002880     EXEC CICS READ
002890         FILE('OPTENT')
002900         INTO(KAJCENT-RECORD)
002910         RIDFLD(EM-ENT-RIDFLD)
002920         KEYLENGTH(12)
002930         RESP(EM-RESP)
002940     END-EXEC.
002950     IF EM-RESP = DFHRESP(NORMAL)
002960         IF ENT-OVR-GRANT
002970             MOVE 'Y' TO EM-ENT-SW
002980             GO TO 1060-EXIT
002990         END-IF
003000         IF ENT-OVR-DENY
003010             GO TO 1060-EXIT
003020         END-IF
003030     END-IF.
003040     MOVE SPACES TO EM-ENT-OPID.
003050     EXEC CICS READ
003060         FILE('OPTENT')
003070         INTO(KAJCENT-RECORD)
003080         RIDFLD(EM-ENT-RIDFLD)
003090         KEYLENGTH(12)
003100         RESP(EM-RESP)
003110     END-EXEC.
003120     IF EM-RESP = DFHRESP(NORMAL)
003130         AND EM-EFF-AUTH NOT < ENT-MIN-AUTH
003140         MOVE 'Y' TO EM-ENT-SW
003150     END-IF.
003160 1060-EXIT.
003161     EXIT.
003162*                                                               *
003163*    1070-APPLY-DELEGATION - A DELEGATION IN FORCE TODAY FOR    *
003164*    THE SIGNED-ON OPERATOR (DELEGT, SEE KAJCDLG) RAISES        *
003165*    EM-EFF-AUTH TO THE AUTHORITY DELEGATED; OPT-AUTHORITY      *
003166*    ITSELF IS NEVER CHANGED.  NO DELEGATION, ONE NOT IN FORCE  *
003167*    TODAY, OR THE FILE UNAVAILABLE LEAVES THE OPERATOR'S OWN.  *
003168*                                                               *
003169 1070-APPLY-DELEGATION.
003170     EXEC CICS READ
003171         FILE('DELEGT')
003172         INTO(KAJCDLG-RECORD)
003173         RIDFLD(EM-OPERATOR-KEY)
003174         KEYLENGTH(8)
003175         RESP(EM-RESP)
003176     END-EXEC.
003177     IF EM-RESP NOT = DFHRESP(NORMAL)
003178         GO TO 1070-EXIT
003179     END-IF.
003180     IF DLG-STAT-ACTIVE
003181         AND DLG-START-DATE NOT > EIBDATE
003182         AND DLG-END-DATE NOT < EIBDATE
003183         AND DLG-AUTHORITY > EM-EFF-AUTH
003184         MOVE DLG-AUTHORITY TO EM-EFF-AUTH
003185     END-IF.
003186 1070-EXIT.
003187     EXIT.
003188*                                                               *
003190*    1100-CHECK-SESSION - THE LIVE-SESSION GATE (SEE KAJCSES).  *
003200*    THE TERMINAL'S SESSON RECORD MUST EXIST, CARRY THE         *
003210*    SIGNED-ON ID, AND HAVE BEEN ACTIVE WITHIN THE IDLE LIMIT - *
003220*    OTHERWISE THE CONVERSATION IS FORCED BACK THROUGH THE      *
003230*    SIGN-ON SCREEN.  A GOOD CHECK RE-STAMPS THE LAST-ACTIVITY  *
003240*    TIME; THE RE-STAMP ITSELF IS BEST-EFFORT.                  *
003250*                                                               *
003260 1100-CHECK-SESSION.
003270     MOVE EIBTRMID TO EM-SES-KEY.
003280     EXEC CICS READ
003290         FILE('SESSON')
003300         INTO(KAJCSES-RECORD)
003310         RIDFLD(EM-SES-KEY)
003320         KEYLENGTH(4)
003330         UPDATE
003340         RESP(EM-RESP)
003350     END-EXEC.
003360     IF EM-RESP NOT = DFHRESP(NORMAL)
003370         GO TO 1100-FORCE-SIGNON
003380     END-IF.
003390     IF SES-OPERATOR-ID NOT = CA-OPERATOR-ID OF EM-COMMAREA
003400         EXEC CICS DELETE FILE('SESSON') RESP(EM-RESP) END-EXEC
003410         GO TO 1100-FORCE-SIGNON
003420     END-IF.
003430     IF SES-LAST-DATE NOT = EIBDATE
003440         EXEC CICS DELETE FILE('SESSON') RESP(EM-RESP) END-EXEC
003450         GO TO 1100-FORCE-SIGNON
003460     END-IF.
003470     DIVIDE SES-LAST-TIME BY 10000
003480         GIVING EM-LAST-HH REMAINDER EM-LAST-MMSS.
003490     DIVIDE EM-LAST-MMSS BY 100 GIVING EM-LAST-MM.
003500     DIVIDE EIBTIME BY 10000
003510         GIVING EM-CUR-HH REMAINDER EM-CUR-MMSS.
003520     DIVIDE EM-CUR-MMSS BY 100 GIVING EM-CUR-MM.
003530     COMPUTE EM-IDLE-MINS =
003540         (EM-CUR-HH * 60 + EM-CUR-MM)
003550         - (EM-LAST-HH * 60 + EM-LAST-MM).
003560     IF EM-IDLE-MINS > EM-IDLE-LIMIT
003570         EXEC CICS DELETE FILE('SESSON') RESP(EM-RESP) END-EXEC
003580         GO TO 1100-FORCE-SIGNON
003590     END-IF.
003600     MOVE EIBDATE TO SES-LAST-DATE.
003610     MOVE EIBTIME TO SES-LAST-TIME.
003620     EXEC CICS REWRITE
003630         FILE('SESSON')
003640         FROM(KAJCSES-RECORD)
003650         RESP(EM-RESP)
003660     END-EXEC.
003670     GO TO 1100-EXIT.
003680*    THE SESSION IS GONE (FORCED OFF), STALE, OR NOT THIS       *
003690*    OPERATOR'S - ONLY A FRESH SIGN-ON GETS BACK IN.            *
003700 1100-FORCE-SIGNON.
003710     MOVE SPACE TO CA-SIGNON-FLAG OF EM-COMMAREA.
003720     MOVE 'ENTMCOB' TO CA-FROM-PROGRAM OF EM-COMMAREA.
003730     EXEC CICS XCTL
003740         PROGRAM('SGONCOB')
003750         COMMAREA(EM-COMMAREA)
003760         LENGTH(LENGTH OF EM-COMMAREA)
003770     END-EXEC.
003780 1100-EXIT.
003790     EXIT.
003800*                                                               *
003810*    1150-DROP-SESSION - SIGN-OFF PATHS DELETE THE TERMINAL'S   *
003820*    SESSION RECORD; BEST-EFFORT, THERE MAY NOT BE ONE.         *
003830*                                                               *
003840 1150-DROP-SESSION.
003850     MOVE EIBTRMID TO EM-SES-KEY.
003860     EXEC CICS DELETE
003870         FILE('SESSON')
003880         RIDFLD(EM-SES-KEY)
003890         KEYLENGTH(4)
003900         RESP(EM-RESP)
003910     END-EXEC.
003920 1150-EXIT.
003930     EXIT.
003940*                                                               *
003950*    2000-RECEIVE-ENTM-MAP - THE RECEIVE IS ONLY ISSUED WHEN    *
003960*    THIS PROGRAM'S OWN MAP IS ON THE GLASS (CA-LAST-PGM); ON   *
003970*    ARRIVAL FROM THE MENU THE TASK'S INPUT WAS ALREADY READ    *
003980*    BY KAJCCOB AND A SECOND RECEIVE WOULD HANG THE TERMINAL,   *
003990*    NOT MAPFAIL.  AN OPTION CODE WITH NO ACTION REPOSITIONS    *
004000*    THE LIST; ARRIVAL AND MAPFAIL JUST SHOW WHAT IS ON FILE.   *
004010*                                                               *
004020 2000-RECEIVE-ENTM-MAP.
004030     IF CA-LAST-PGM OF EM-COMMAREA NOT = 'ENTMCOB'
004040         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004050         MOVE 'KEY AN OPTION AND AN ACTION TO REQUEST'
004060             TO EM-MSG-TEXT
004070         GO TO 2000-EXIT
004080     END-IF.
004090     EXEC CICS RECEIVE MAP('ENTMMAP')
004100         MAPSET('TESTMSD')
004110         INTO(ENTMMAPI)
004120         RESP(EM-RESP)
004130     END-EXEC.
004140     EVALUATE EM-RESP
004150         WHEN DFHRESP(NORMAL)
004160             IF NFUNCI NOT = SPACES AND NFUNCI NOT = LOW-VALUES
004170                 PERFORM 3000-REQUEST-CHANGE THRU 3000-EXIT
004180             ELSE
004190                 PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004200                 MOVE NOPTNI TO EM-LIST-START
004210                 INSPECT EM-LIST-START
004220                     REPLACING ALL LOW-VALUE BY SPACE
004230                 MOVE 'KEY AN OPTION AND AN ACTION TO REQUEST'
004240                     TO EM-MSG-TEXT
004250             END-IF
004260         WHEN DFHRESP(MAPFAIL)
004270             PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004280             MOVE 'KEY AN OPTION AND AN ACTION TO REQUEST'
004290                 TO EM-MSG-TEXT
004300         WHEN OTHER
004310             GO TO 9200-NOTOPEN-ERROR
004320     END-EVALUATE.
004330 2000-EXIT.
004340     EXIT.
004350*                                                               *
004360*    3000-REQUEST-CHANGE - EDIT THE KEYED CHANGE AGAINST WHAT   *
004370*    IS ON FILE NOW AND, IF IT STANDS UP, WRITE IT TO PENDCH.   *
004380*    APRVCOB EDITS IT AGAIN AS IT APPLIES IT, SINCE THE FILE    *
004390*    MAY HAVE MOVED ON IN BETWEEN.                              *
004400*                                                               *
004410 3000-REQUEST-CHANGE.
004420     MOVE NOPTNI TO EM-REQ-OPTION.
004430     MOVE NOPIDI TO EM-REQ-OPERATOR.
004440     MOVE NFUNCI TO EM-REQ-FUNC.
004450     MOVE NPGMI  TO EM-REQ-PROGRAM.
004460     MOVE NDESCI TO EM-REQ-DESC.
004470     MOVE NAUTHI TO EM-REQ-MIN-AUTH.
004480     MOVE NMENUI TO EM-REQ-MENU-FLAG.
004490     INSPECT EM-REQUEST REPLACING ALL LOW-VALUE BY SPACE.
004500     MOVE EM-REQ-OPTION TO EM-LIST-START.
004510     IF EM-REQ-OPTION = SPACES
004520         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004530         MOVE 'KEY THE OPTION CODE THE CHANGE IS FOR'
004540             TO EM-MSG-TEXT
004550         GO TO 3000-EXIT
004560     END-IF.
004570     PERFORM 3100-READ-DEFINITION THRU 3100-EXIT.
004580     IF EM-REQ-OPERATOR = SPACES
004590         PERFORM 3200-EDIT-DEFINITION THRU 3200-EXIT
004600     ELSE
004610         PERFORM 3300-EDIT-OVERRIDE THRU 3300-EXIT
004620     END-IF.
004630     IF NOT EM-EDIT-OK
004640         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004650         GO TO 3000-EXIT
004660     END-IF.
004670     PERFORM 3500-WRITE-PENDING THRU 3500-EXIT.
004680 3000-EXIT.
004690     EXIT.
004700*                                                               *
004710*    3100-READ-DEFINITION - IS THE OPTION DEFINED?  THE         *
004720*    DEFINITION IS LEFT IN KAJCENT-RECORD FOR THE EDITS.        *
004730*                                                               *
004740 3100-READ-DEFINITION.
004750     MOVE 'N' TO EM-DEF-SW.
004760     MOVE EM-REQ-OPTION TO EM-BR-OPTION.
004770     MOVE SPACES        TO EM-BR-OPID.
004780     EXEC CICS READ
004790         FILE('OPTENT')
004800         INTO(KAJCENT-RECORD)
004810         RIDFLD(EM-BR-RIDFLD)
004820         KEYLENGTH(12)
004830         RESP(EM-RESP)
004840     END-EXEC.
004850     EVALUATE EM-RESP
004860         WHEN DFHRESP(NORMAL)
004870             MOVE 'Y' TO EM-DEF-SW
004880         WHEN DFHRESP(NOTFND)
004890             CONTINUE
004900         WHEN OTHER
004910             GO TO 9200-NOTOPEN-ERROR
004920     END-EVALUATE.
004930 3100-EXIT.
004940     EXIT.
004950*                                                               *
004960*    3200-EDIT-DEFINITION - A ADDS AN OPTION NOT YET DEFINED;   *
004970*    C AND X NEED ONE THAT IS.  A CHANGE KEEPS ANY FIELD LEFT   *
004980*    BLANK, SO ONLY WHAT IS KEYED MOVES.  THE ENTM DEFINITION   *
004990*    ITSELF CANNOT BE REMOVED - NOBODY COULD PUT IT BACK - AND  *
005000*    NO DEFINITION WHILE OVERRIDES STILL HANG OFF IT.           *
005010*                                                               *
005020 3200-EDIT-DEFINITION.
005030     MOVE 'N' TO EM-EDIT-SW.
005040     IF NOT EM-FUNC-DEF-VALID
005050         MOVE 'ACTION FOR A DEFINITION MUST BE A, C OR X'
005060             TO EM-MSG-TEXT
005070         GO TO 3200-EXIT
005080     END-IF.
005090     IF EM-REQ-FUNC = 'A' AND EM-DEF-ON-FILE
005100         MOVE 'OPTION IS ALREADY DEFINED - USE C TO CHANGE IT'
005110             TO EM-MSG-TEXT
005120         GO TO 3200-EXIT
005130     END-IF.
005140     IF EM-REQ-FUNC NOT = 'A' AND NOT EM-DEF-ON-FILE
005150         MOVE 'NO DEFINITION ON FILE FOR THAT OPTION'
005160             TO EM-MSG-TEXT
005170         GO TO 3200-EXIT
005180     END-IF.
005190     IF EM-REQ-FUNC = 'X'
005200         IF EM-REQ-OPTION = 'ENTM'
005210             MOVE 'THE ENTM DEFINITION CANNOT BE REMOVED'
005220                 TO EM-MSG-TEXT
005230             GO TO 3200-EXIT
005240         END-IF
005250         MOVE ENT-PROGRAM   TO EM-REQ-PROGRAM
005260         MOVE ENT-DESC      TO EM-REQ-DESC
005270         MOVE ENT-MIN-AUTH  TO EM-REQ-MIN-AUTH
005280         MOVE ENT-MENU-FLAG TO EM-REQ-MENU-FLAG
005290         PERFORM 3250-CHECK-OVERRIDES THRU 3250-EXIT
005300         IF EM-OVR-FOUND
005310             MOVE 'REMOVE THE OPTION''S OVERRIDES FIRST'
005320                 TO EM-MSG-TEXT
005330             GO TO 3200-EXIT
005340         END-IF
005350         MOVE 'Y' TO EM-EDIT-SW
005360         GO TO 3200-EXIT
005370     END-IF.
005380     IF EM-REQ-FUNC = 'C'
005390         IF EM-REQ-PROGRAM = SPACES
005400             MOVE ENT-PROGRAM TO EM-REQ-PROGRAM
005410         END-IF
005420         IF EM-REQ-DESC = SPACES
005430             MOVE ENT-DESC TO EM-REQ-DESC
005440         END-IF
005450         IF EM-REQ-MIN-AUTH = SPACES
005460             MOVE ENT-MIN-AUTH TO EM-REQ-MIN-AUTH
005470         END-IF
005480         IF EM-REQ-MENU-FLAG = SPACES
005490             MOVE ENT-MENU-FLAG TO EM-REQ-MENU-FLAG
005500         END-IF
005510     END-IF.
005520     IF EM-REQ-PROGRAM = SPACES
005530         MOVE 'KEY THE PROGRAM THE OPTION RUNS' TO EM-MSG-TEXT
005540         GO TO 3200-EXIT
005550     END-IF.
005560     IF NOT EM-MIN-AUTH-VALID
005570         MOVE 'MINIMUM AUTHORITY MUST BE 1, 2 OR 3' TO EM-MSG-TEXT
005580         GO TO 3200-EXIT
005590     END-IF.
005600     IF NOT EM-MENU-FLAG-VALID
005610         MOVE 'MENU FLAG MUST BE Y OR N' TO EM-MSG-TEXT
005620         GO TO 3200-EXIT
005630     END-IF.
005640     MOVE 'Y' TO EM-EDIT-SW.
005650 3200-EXIT.
005660     EXIT.
005670*                                                               *
005680*    3250-CHECK-OVERRIDES - DOES ANY OPERATOR HOLD AN OVERRIDE  *
005690*    ON THE OPTION?  THE OVERRIDES SORT STRAIGHT AFTER THE      *
005700*    DEFINITION, SO THE SECOND RECORD OF THE BROWSE TELLS.  A   *
005710*    DEFINITION GOES ONLY ONCE THEY ARE GONE - A GRANT LEFT     *
005720*    BEHIND WOULD STILL OPEN THE PROGRAM'S OWN ENTRY CHECK.     *
005730*                                                               *
005740 3250-CHECK-OVERRIDES.
005750     MOVE 'N' TO EM-OVR-SW.
005760     MOVE EM-REQ-OPTION TO EM-BR-OPTION.
005770     MOVE SPACES        TO EM-BR-OPID.
005780     EXEC CICS STARTBR
005790         FILE('OPTENT')
005800         RIDFLD(EM-BR-RIDFLD)
005810         KEYLENGTH(12)
005820         GTEQ
005830         RESP(EM-RESP)
005840     END-EXEC.
005850     IF EM-RESP NOT = DFHRESP(NORMAL)
005860         GO TO 3250-EXIT
005870     END-IF.
005880     EXEC CICS READNEXT
005890         FILE('OPTENT')
005900         INTO(KAJCENT-RECORD)
005910         RIDFLD(EM-BR-RIDFLD)
005920         KEYLENGTH(12)
005930         RESP(EM-RESP)
005940     END-EXEC.
005950     IF EM-RESP = DFHRESP(NORMAL)
005960         EXEC CICS READNEXT
005970             FILE('OPTENT')
005980             INTO(KAJCENT-RECORD)
005990             RIDFLD(EM-BR-RIDFLD)
006000             KEYLENGTH(12)
006010             RESP(EM-RESP)
006020         END-EXEC
006030         IF EM-RESP = DFHRESP(NORMAL)
006040             AND ENT-OPTION = EM-REQ-OPTION
006050             MOVE 'Y' TO EM-OVR-SW
006060         END-IF
006070     END-IF.
006080     EXEC CICS ENDBR FILE('OPTENT') END-EXEC.
006090 3250-EXIT.
006100     EXIT.
006110*                                                               *
006120*    3300-EDIT-OVERRIDE - G/D/X FOR ONE OPERATOR.  THE OPTION   *
006130*    MUST BE DEFINED AND THE OPERATOR ON THE MASTER; X NEEDS AN *
006140*    OVERRIDE TO REMOVE.  AN OVERRIDE CARRIES NO DEFINITION     *
006150*    FIELDS, SO ANY KEYED ARE DROPPED.                          *
006160*                                                               *
006170 3300-EDIT-OVERRIDE.
006180     MOVE 'N' TO EM-EDIT-SW.
006190     IF NOT EM-FUNC-OVR-VALID
006200         MOVE 'ACTION FOR AN OVERRIDE MUST BE G, D OR X'
006210             TO EM-MSG-TEXT
006220         GO TO 3300-EXIT
006230     END-IF.
006240     IF NOT EM-DEF-ON-FILE
006250         MOVE 'NO DEFINITION ON FILE FOR THAT OPTION'
006260             TO EM-MSG-TEXT
006270         GO TO 3300-EXIT
006280     END-IF.
006290     MOVE EM-REQ-OPERATOR TO EM-OPERATOR-KEY.
006300     EXEC CICS READ
006310         FILE('OPERTOR')
006320         INTO(KAJCOPT-RECORD)
006330         RIDFLD(EM-OPERATOR-KEY)
006340         KEYLENGTH(8)
006350         RESP(EM-RESP)
006360     END-EXEC.
006370     EVALUATE EM-RESP
006380         WHEN DFHRESP(NORMAL)
006390             CONTINUE
006400         WHEN DFHRESP(NOTFND)
006410             MOVE 'NO OPERATOR ON FILE UNDER THAT ID'
006420                 TO EM-MSG-TEXT
006430             GO TO 3300-EXIT
006440         WHEN OTHER
006450             GO TO 9200-NOTOPEN-ERROR
006460     END-EVALUATE.
006470     IF EM-REQ-FUNC = 'X'
006480         MOVE EM-REQ-OPTION   TO EM-BR-OPTION
006490         MOVE EM-REQ-OPERATOR TO EM-BR-OPID
006500         EXEC CICS READ
006510             FILE('OPTENT')
006520             INTO(KAJCENT-RECORD)
006530             RIDFLD(EM-BR-RIDFLD)
006540             KEYLENGTH(12)
006550             RESP(EM-RESP)
006560         END-EXEC
006570         IF EM-RESP NOT = DFHRESP(NORMAL)
006580             MOVE 'NO OVERRIDE ON FILE FOR THAT OPERATOR'
006590                 TO EM-MSG-TEXT
006600             GO TO 3300-EXIT
006610         END-IF
006620     END-IF.
006630     MOVE SPACES TO EM-REQ-PROGRAM.
006640     MOVE SPACES TO EM-REQ-DESC.
006650     MOVE SPACES TO EM-REQ-MIN-AUTH.
006660     MOVE SPACES TO EM-REQ-MENU-FLAG.
006670     MOVE 'Y' TO EM-EDIT-SW.
006680 3300-EXIT.
006690     EXIT.
006700*                                                               *
006710*    3500-WRITE-PENDING - THE CHANGE AS A PENDING ACTION 'E'    *
006720*    UNDER THE NEXT SEQUENCE FOR '*' + THE OPTION CODE.         *
006730*    APRVCOB WILL NOT LET THE REQUESTER APPROVE IT.             *
006740*                                                               *
006750 3500-WRITE-PENDING.
006760     MOVE EM-REQ-OPTION TO EM-TGT-OPTION.
006770     PERFORM 3550-FIND-NEXT-SEQUENCE THRU 3550-EXIT.
006780     MOVE SPACES TO EM-PCH-NAME.
006790     EVALUATE TRUE
006800         WHEN EM-REQ-OPERATOR = SPACES AND EM-REQ-FUNC = 'A'
006810             MOVE 'ADD DEF'  TO EM-PN-FUNC
006820             MOVE EM-REQ-PROGRAM TO EM-PN-DETAIL
006830         WHEN EM-REQ-OPERATOR = SPACES AND EM-REQ-FUNC = 'C'
006840             MOVE 'CHG DEF'  TO EM-PN-FUNC
006850             MOVE EM-REQ-PROGRAM TO EM-PN-DETAIL
006860         WHEN EM-REQ-OPERATOR = SPACES
006870             MOVE 'DEL DEF'  TO EM-PN-FUNC
006880             MOVE EM-REQ-PROGRAM TO EM-PN-DETAIL
006890         WHEN EM-REQ-FUNC = 'G'
006900             MOVE 'GRANT'    TO EM-PN-FUNC
006910             MOVE EM-REQ-OPERATOR TO EM-PN-DETAIL
006920         WHEN EM-REQ-FUNC = 'D'
006930             MOVE 'DENY'     TO EM-PN-FUNC
006940             MOVE EM-REQ-OPERATOR TO EM-PN-DETAIL
006950         WHEN OTHER
006960             MOVE 'REMOVE'   TO EM-PN-FUNC
006970             MOVE EM-REQ-OPERATOR TO EM-PN-DETAIL
006980     END-EVALUATE.
006990     MOVE SPACES TO KAJCPND-RECORD.
007000     MOVE EM-TARGET-ID TO PCH-TARGET-ID.
007010     ADD 1 TO EM-LAST-SEQ GIVING PCH-SEQUENCE.
007020     MOVE 'E'     TO PCH-ACTION.
007030     MOVE EM-PCH-NAME     TO PCH-NAME.
007040     MOVE EM-REQ-MIN-AUTH TO PCH-AUTHORITY.
007050     MOVE 'P'     TO PCH-STATUS.
007060     MOVE CA-OPERATOR-ID OF EM-COMMAREA TO PCH-REQ-BY.
007070     MOVE EIBDATE TO PCH-REQ-DATE.
007080     MOVE EIBTIME TO PCH-REQ-TIME.
007090     MOVE SPACES  TO PCH-DEC-BY.
007100     MOVE ZERO    TO PCH-DEC-DATE.
007110     MOVE ZERO    TO PCH-DEC-TIME.
007120     MOVE EM-REQ-FUNC      TO PCH-ENT-FUNC.
007130     MOVE EM-REQ-OPTION    TO PCH-ENT-OPTION.
007140     MOVE EM-REQ-OPERATOR  TO PCH-ENT-OPERATOR.
007150     MOVE EM-REQ-PROGRAM   TO PCH-ENT-PROGRAM.
007160     MOVE EM-REQ-DESC      TO PCH-ENT-DESC.
007170     MOVE EM-REQ-MIN-AUTH  TO PCH-ENT-MIN-AUTH.
007180     MOVE EM-REQ-MENU-FLAG TO PCH-ENT-MENU-FLAG.
007190     EXEC CICS WRITE
007200         FILE('PENDCH')
007210         FROM(KAJCPND-RECORD)
007220         RIDFLD(PCH-KEY)
007230         KEYLENGTH(11)
007240         RESP(EM-RESP)
007250     END-EXEC.
007260     EVALUATE EM-RESP
007270         WHEN DFHRESP(NORMAL)
007280             MOVE EM-REQ-OPTION TO EM-JRN-OPTION
007290             PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
007300             MOVE 'REQUESTED - AWAITS A SECOND ADMIN (APRV)'
007310                 TO EM-MSG-TEXT
007320         WHEN DFHRESP(DUPREC)
007330             PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
007340             MOVE 'PENDING LIMIT REACHED FOR THIS OPTION'
007350                 TO EM-MSG-TEXT
007360         WHEN OTHER
007370             GO TO 9200-NOTOPEN-ERROR
007380     END-EVALUATE.
007390 3500-EXIT.
007400     EXIT.
007410*                                                               *
007420*    3550-FIND-NEXT-SEQUENCE - HIGHEST SEQUENCE ALREADY ON      *
007430*    PENDCH FOR THIS TARGET (ZERO WHEN NONE), SAME SCAN AS      *
007440*    UPDTCOB'S.                                                 *
007450*                                                               *
007460 3550-FIND-NEXT-SEQUENCE.
007470     MOVE ZERO TO EM-LAST-SEQ.
007480     MOVE 'N' TO EM-PND-EOF-SW.
007490     MOVE EM-TARGET-ID TO EM-PRID-TARGET.
007500     MOVE ZERO         TO EM-PRID-SEQUENCE.
007510     EXEC CICS STARTBR
007520         FILE('PENDCH')
007530         RIDFLD(EM-PND-RIDFLD)
007540         KEYLENGTH(11)
007550         GTEQ
007560         RESP(EM-RESP)
007570     END-EXEC.
007580     IF EM-RESP NOT = DFHRESP(NORMAL)
007590         GO TO 3550-EXIT
007600     END-IF.
007610     PERFORM 3560-SCAN-ONE-PENDING THRU 3560-EXIT
007620         UNTIL EM-PND-DONE.
007630     EXEC CICS ENDBR FILE('PENDCH') END-EXEC.
007640 3550-EXIT.
007650     EXIT.
007660 3560-SCAN-ONE-PENDING.
007670     EXEC CICS READNEXT
007680         FILE('PENDCH')
007690         INTO(KAJCPND-RECORD)
007700         RIDFLD(EM-PND-RIDFLD)
007710         KEYLENGTH(11)
007720         RESP(EM-RESP)
007730     END-EXEC.
007740     IF EM-RESP NOT = DFHRESP(NORMAL)
007750         MOVE 'Y' TO EM-PND-EOF-SW
007760         GO TO 3560-EXIT
007770     END-IF.
007780     IF PCH-TARGET-ID NOT = EM-TARGET-ID
007790         MOVE 'Y' TO EM-PND-EOF-SW
007800         GO TO 3560-EXIT
007810     END-IF.
007820     MOVE PCH-SEQUENCE TO EM-LAST-SEQ.
007830 3560-EXIT.
007840     EXIT.
007850*                                                               *
007860*    4000-BUILD-ENT-LINES - TEN ENTITLEMENTS ON FILE IN KEY     *
007870*    ORDER FROM EM-LIST-START (THE TOP WHEN BLANK) - EACH       *
007880*    DEFINITION FOLLOWED BY ITS OVERRIDES.  RUNS AFTER EVERY    *
007890*    REQUEST SO THE LIST SHOWS THE OPTION JUST TOUCHED.         *
007900*                                                               *
007910 4000-BUILD-ENT-LINES.
007920     MOVE SPACES TO ENTMMAPO.
007930     MOVE 0 TO EM-LINE-COUNT.
007940     MOVE 'N' TO EM-BROWSE-EOF-SW.
007950     MOVE EM-LIST-START TO EM-BR-OPTION.
007960     MOVE LOW-VALUES    TO EM-BR-OPID.
007970     EXEC CICS STARTBR
007980         FILE('OPTENT')
007990         RIDFLD(EM-BR-RIDFLD)
008000         KEYLENGTH(12)
008010         GTEQ
008020         RESP(EM-RESP)
008030     END-EXEC.
008040     IF EM-RESP NOT = DFHRESP(NORMAL)
008050         GO TO 4000-NO-LINES
008060     END-IF.
008070     PERFORM 4100-COLLECT-ONE-ENT THRU 4100-EXIT
008080         UNTIL EM-BROWSE-DONE OR EM-LINE-COUNT = 10.
008090     EXEC CICS ENDBR FILE('OPTENT') END-EXEC.
008100 4000-NO-LINES.
008110     IF EM-LINE-COUNT = 0
008120         MOVE 'NO ENTITLEMENTS ON FILE FROM THAT OPTION ON'
008130             TO ENTMMAPT-DATA (1)
008140     END-IF.
008150 4000-EXIT.
008160     EXIT.
008170 4100-COLLECT-ONE-ENT.
008180     EXEC CICS READNEXT
008190         FILE('OPTENT')
008200         INTO(KAJCENT-RECORD)
008210         RIDFLD(EM-BR-RIDFLD)
008220         KEYLENGTH(12)
008230         RESP(EM-RESP)
008240     END-EXEC.
008250     IF EM-RESP NOT = DFHRESP(NORMAL)
008260         MOVE 'Y' TO EM-BROWSE-EOF-SW
008270         GO TO 4100-EXIT
008280     END-IF.
008290     MOVE ENT-OPTION TO EM-EL-OPTION.
008300     MOVE ENT-CHG-BY TO EM-EL-CHG-BY.
008310     IF ENT-OPERATOR-ID = SPACES
008320         MOVE '(ALL)'       TO EM-EL-OPERATOR
008330         MOVE ENT-PROGRAM   TO EM-EL-PROGRAM
008340         MOVE ENT-MIN-AUTH  TO EM-EL-AUTH
008350         MOVE ENT-MENU-FLAG TO EM-EL-FLAG
008360         MOVE ENT-DESC      TO EM-EL-DESC
008370     ELSE
008380         MOVE ENT-OPERATOR-ID TO EM-EL-OPERATOR
008390         MOVE SPACES          TO EM-EL-PROGRAM
008400         MOVE SPACE           TO EM-EL-AUTH
008410         MOVE ENT-OVERRIDE    TO EM-EL-FLAG
008420         IF ENT-OVR-GRANT
008430             MOVE 'GRANTED WHATEVER THE AUTHORITY' TO EM-EL-DESC
008440         ELSE
008450             MOVE 'DENIED WHATEVER THE AUTHORITY' TO EM-EL-DESC
008460         END-IF
008470     END-IF.
008480     ADD 1 TO EM-LINE-COUNT.
008490     MOVE EM-ENT-LINE TO ENTMMAPT-DATA (EM-LINE-COUNT).
008500 4100-EXIT.
008510     EXIT.
008520*                                                               *
008530*    5000-SEND-ENTM-MAP - ALWAYS ERASE; THE ENTITLEMENT LINES   *
008540*    WERE JUST REBUILT AND THE ENTRY FIELDS COME BACK EMPTY.    *
008550*                                                               *
008560 5000-SEND-ENTM-MAP.
008570     MOVE EM-MSG-TEXT TO NMSGO.
008580     MOVE SPACES TO EM-MSG-TEXT.
008590     EXEC CICS SEND MAP('ENTMMAP')
008600         MAPSET('TESTMSD')
008610         ERASE
008620     END-EXEC.
008630 5000-EXIT.
008640     EXIT.
008650*                                                               *
008660*    8100-WRITE-JOURNAL - AUDIT RECORD FOR THIS AID KEY,        *
008670*    WRITTEN TO THE EXTRAPARTITION TD QUEUE AUDT SO RPTACOB CAN *
008680*    READ IT OVERNIGHT.                                         *
008690*                                                               *
008700 8100-WRITE-JOURNAL.
008710     MOVE EIBTRNID TO JRN-TRANS-ID.
008720     MOVE EIBAID   TO JRN-AID.
008730     MOVE EIBOPID  TO JRN-OPERATOR-ID.
008740     MOVE CA-OPERATOR-ID OF EM-COMMAREA
008750         TO JRN-USER-ID.
008760     MOVE EIBTRMID TO JRN-TERMINAL-ID.
008770     MOVE EIBDATE  TO JRN-DATE.
008780     MOVE EIBTIME  TO JRN-TIME.
008790     MOVE 'ENTMCOB' TO JRN-PROGRAM-ID.
008800     MOVE EM-JRN-OPTION  TO JRN-OPTION.
008810     MOVE EM-JRN-OUTCOME TO JRN-OUTCOME.
008820*    THE BALANCING SEQUENCE - CONTINUOUS ACROSS THE             *
008830*    CONVERSATION, RESTARTING AT 1 WITH A FRESH ONE (THE        *
008840*    CARRIED FIELD ARRIVES NON-NUMERIC ON A COLD START).        *
008850     IF CA-JRN-SEQ OF EM-COMMAREA NOT NUMERIC
008860         MOVE ZERO TO CA-JRN-SEQ OF EM-COMMAREA
008870     END-IF.
008880     ADD 1 TO CA-JRN-SEQ OF EM-COMMAREA.
008890     MOVE CA-JRN-SEQ OF EM-COMMAREA TO JRN-TASK-SEQ.
008900     EXEC CICS WRITEQ TD
008910         QUEUE('AUDT')
008920         FROM(KAJCJRN-RECORD)
008930         LENGTH(LENGTH OF KAJCJRN-RECORD)
008940         RESP(EM-RESP)
008950     END-EXEC.
008960*                                                               *
008970*    BEST-EFFORT COPY FOR THE SAME-DAY MONITOR (ACTVCOB) - THE  *
008980*    TD QUEUE IS THE JOURNAL OF RECORD, SO A FAILURE HERE IS    *
008990*    ABSORBED RATHER THAN STOPPING THE TRANSACTION.             *
009000*                                                               *
009010     EXEC CICS WRITEQ TS
009020         QUEUE('KAJCJRNL')
009030         FROM(KAJCJRN-RECORD)
009040         LENGTH(LENGTH OF KAJCJRN-RECORD)
009050         AUXILIARY
009060         RESP(EM-TS-RESP)
009070     END-EXEC.
009080     MOVE SPACES TO EM-JRN-OPTION.
009090     MOVE 'G'    TO EM-JRN-OUTCOME.
009100     IF EM-RESP NOT = DFHRESP(NORMAL)
009110         GO TO 9600-AUDITQ-ERROR
009120     END-IF.
009130 8100-EXIT.
009140     EXIT.
009150*                                                               *
009160*    9200/9400/9600 - CONDITION HANDLERS.  EACH SETS A PLAIN-   *
009170*    ENGLISH MESSAGE AND FALLS INTO 9500-ERROR-COMMON TO        *
009180*    REDISPLAY THE SCREEN INSTEAD OF LETTING CICS ABEND THE     *
009190*    TRANSACTION.                                               *
009200*                                                               *
009210 9200-NOTOPEN-ERROR.
009220     MOVE 'OPTION OR PENDING FILE CURRENTLY UNAVAILABLE'
009230         TO EM-MSG-TEXT.
009240     GO TO 9500-ERROR-COMMON.
009250 9400-PGMIDERR-ERROR.
009260     MOVE 'REQUESTED PROGRAM IS NOT INSTALLED IN THIS REGION'
009270         TO EM-MSG-TEXT.
009280     GO TO 9500-ERROR-COMMON.
009290 9500-ERROR-COMMON.
009300     MOVE SPACES TO ENTMMAPO.
009310     MOVE EM-MSG-TEXT TO NMSGO.
009320     EXEC CICS SEND MAP('ENTMMAP')
009330         MAPSET('TESTMSD')
009340         ERASE
009350     END-EXEC.
009360     MOVE 'ENTMCOB' TO CA-LAST-PGM OF EM-COMMAREA.
009370     EXEC CICS RETURN
009380         TRANSID(EIBTRNID)
009390         COMMAREA(EM-COMMAREA)
009400         LENGTH(LENGTH OF EM-COMMAREA)
009410     END-EXEC.
009420*                                                               *
009430*    9600-AUDITQ-ERROR - THE AUDIT QUEUE (AUDT) GOING NOTOPEN   *
009440*    IS A DIFFERENT PROBLEM THAN THE ENTITLEMENT FILE GOING     *
009450*    NOTOPEN - RESP IS CHECKED EXPLICITLY ON THE WRITEQ TD SO   *
009460*    THIS DOESN'T GET LUMPED INTO 9200-NOTOPEN-ERROR'S WORDING. *
009470*                                                               *
009480 9600-AUDITQ-ERROR.
009490     MOVE 'AUDIT QUEUE CURRENTLY UNAVAILABLE' TO EM-MSG-TEXT.
009500     GO TO 9500-ERROR-COMMON.
