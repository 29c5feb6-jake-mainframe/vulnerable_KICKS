000010 ID DIVISION.
000020 PROGRAM-ID.    DLGMCOB.
000030 AUTHOR.        J T MILLER.
000040 INSTALLATION.  DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070*                                                               *
000080*    DLGMCOB - DELEGATED AUTHORITY MAINTENANCE TRANSACTION      *
000090*    MENU OPTION 'DLGM'.  VIEWS THE DELEGT DELEGATION FILE      *
000100*    (COPY KAJCDLG) AND REQUESTS CHANGES TO IT.  KEY AN         *
000110*    OPERATOR ID INTO DOPID AND AN ACTION INTO DFUNC:           *
000120*        G - GRANT THE OPERATOR AUTHORITY DAUTH (ABOVE THEIR    *
000130*            OWN) FROM DFROM (BLANK FOR TODAY) TO DTO, BOTH     *
000140*            CYYDDD AND INCLUSIVE, FOR THE REASON IN DRSN       *
000150*        V - REVOKE THE DELEGATION THE OPERATOR HOLDS NOW OR    *
000160*            HAS APPROVED FOR LATER                             *
000170*    NOTHING IS APPLIED HERE - THE REQUEST IS WRITTEN TO PENDCH *
000180*    (COPY KAJCPND, ACTION 'T', TARGET THE OPERATOR ID) AND     *
000190*    ONLY REACHES DELEGT WHEN A SECOND ADMINISTRATOR APPROVES   *
000200*    IT ON APRVCOB.  AN OPERATOR HOLDS ONE DELEGATION AT A      *
000210*    TIME, AND NOBODY MAY REQUEST ONE FOR THEMSELVES.  EVERY    *
000220*    REQUEST IS JOURNALLED TO AUDT UNDER OPTION 'DLGM'.  DOPID  *
000230*    WITH NO ACTION JUST POSITIONS THE LIST OF DELEGATIONS ON   *
000240*    FILE (DLN01-DLN10).                                        *
000250*                                                               *
000260*    MODIFICATION HISTORY                                       *
000270*    DATE       INIT  DESCRIPTION                               *
000280*    --------   ----  ----------------------------------------- *
000290*    10/15/26   JTM   ORIGINAL                                  *
000300 ENVIRONMENT DIVISION.
000310 DATA DIVISION.
000320 WORKING-STORAGE SECTION.
000330 77  DG-AUTH-SW            PIC X(01) VALUE 'N'.
000340     88  DG-IS-AUTHORIZED      VALUE 'Y'.
000350 77  DG-OPERATOR-KEY       PIC X(08) VALUE SPACES.
000360 77  DG-RETURN-PGM         PIC X(08) VALUE SPACES.
000370 77  DG-MSG-TEXT           PIC X(79) VALUE SPACES.
000380 77  DG-RESP               PIC S9(8) COMP VALUE 0.
000390 77  DG-TS-RESP            PIC S9(8) COMP VALUE 0.
000400 77  DG-LINE-COUNT         PIC S9(4) COMP VALUE 0.
000410 77  DG-BROWSE-EOF-SW      PIC X(01) VALUE 'N'.
000420     88  DG-BROWSE-DONE        VALUE 'Y'.
000430 77  DG-LIST-START         PIC X(08) VALUE SPACES.
000440 77  DG-LAST-SEQ           PIC 9(03) VALUE ZERO.
000450 77  DG-PND-EOF-SW         PIC X(01) VALUE 'N'.
000460     88  DG-PND-DONE           VALUE 'Y'.
000470 77  DG-PND-DLG-SW         PIC X(01) VALUE 'N'.
000480     88  DG-PND-DLG-FOUND      VALUE 'Y'.
000490 77  DG-DLG-SW             PIC X(01) VALUE 'N'.
000500     88  DG-DLG-CURRENT        VALUE 'Y'.
000510 77  DG-EDIT-SW            PIC X(01) VALUE 'N'.
000520     88  DG-EDIT-OK            VALUE 'Y'.
000530*                                                               *
000540*    OPTION/OUTCOME CARRIED INTO THE NEXT JOURNAL RECORD -      *
000550*    8100-WRITE-JOURNAL RESETS BOTH TO THE DEFAULTS (NO OPTION, *
000560*    GRANTED) AFTER EVERY WRITE.                                *
000570 77  DG-JRN-OPTION         PIC X(04) VALUE SPACES.
000580 77  DG-JRN-OUTCOME        PIC X(01) VALUE 'G'.
000590*                                                               *
000600*    THE REQUEST AS KEYED, LOW-VALUES CLEARED TO SPACES.  THE   *
000610*    DATES ARE KEYED CYYDDD AND CARRIED 0CYYDDD, AS EIBDATE.    *
000620*                                                               *
000630 01  DG-REQUEST.
000640     05  DG-REQ-OPERATOR   PIC X(08).
000650     05  DG-REQ-AUTH       PIC X(01).
000660         88  DG-AUTH-VALID         VALUE '1' '2' '3'.
000670     05  DG-REQ-FROM       PIC X(06).
000680     05  DG-REQ-FROM-N     REDEFINES DG-REQ-FROM PIC 9(06).
000690     05  DG-REQ-TO         PIC X(06).
000700     05  DG-REQ-TO-N       REDEFINES DG-REQ-TO PIC 9(06).
000710     05  DG-REQ-REASON     PIC X(30).
000720     05  DG-REQ-FUNC       PIC X(01).
000730         88  DG-FUNC-VALID         VALUE 'G' 'V'.
000740         88  DG-FUNC-GRANT         VALUE 'G'.
000750 77  DG-FROM-DATE          PIC 9(07) VALUE ZERO.
000760 77  DG-TO-DATE            PIC 9(07) VALUE ZERO.
000770 77  DG-TODAY              PIC 9(07) VALUE ZERO.
000780 77  DG-DATE-CYY           PIC S9(4) COMP VALUE 0.
000790 77  DG-DATE-DDD           PIC S9(4) COMP VALUE 0.
000800*                                                               *
000810*    THE READABLE SUMMARY CARRIED IN PCH-NAME FOR THE APPROVAL  *
000820*    LIST - 'GRANT 3 TO 126301' OR 'REVOKE DELEGATION'.         *
000830*                                                               *
000840 01  DG-PCH-NAME.
000850     05  FILLER            PIC X(06) VALUE 'GRANT '.
000860     05  DG-PN-AUTH        PIC X(01).
000870     05  FILLER            PIC X(04) VALUE ' TO '.
000880     05  DG-PN-END         PIC 9(06).
000890     05  FILLER            PIC X(03) VALUE SPACES.
000900*                                                               *
000910*    BROWSE KEYS - DELEGT (OPERATOR ID) AND PENDCH (TARGET ID   *
000920*    PLUS SEQUENCE, AS UPDTCOB'S).                              *
000930*                                                               *
000940 77  DG-BR-RIDFLD          PIC X(08) VALUE SPACES.
000950 01  DG-PND-RIDFLD.
000960     05  DG-PRID-TARGET    PIC X(08) VALUE SPACES.
000970     05  DG-PRID-SEQUENCE  PIC 9(03) VALUE ZERO.
000980*                                                               *
000990 01  DG-DLG-LINE.
001000     05  DG-DL-OPERATOR    PIC X(08).
001010     05  FILLER            PIC X(02) VALUE SPACES.
001020     05  DG-DL-STATE       PIC X(08).
001030     05  FILLER            PIC X(01) VALUE SPACES.
001040     05  DG-DL-AUTH        PIC X(01).
001050     05  FILLER            PIC X(02) VALUE SPACES.
001060     05  DG-DL-START       PIC 9(06).
001070     05  FILLER            PIC X(01) VALUE '-'.
001080     05  DG-DL-END         PIC 9(06).
001090     05  FILLER            PIC X(02) VALUE SPACES.
001100     05  DG-DL-REASON      PIC X(30).
001110     05  FILLER            PIC X(01) VALUE SPACES.
001120     05  DG-DL-APPR-BY     PIC X(08).
001130*                                                               *
001140*    SESSION WORK FIELDS FOR 1100-CHECK-SESSION - THE IDLE      *
001150*    LIMIT IS MINUTES WITHOUT ACTIVITY BEFORE THE CONVERSATION  *
001160*    IS FORCED BACK THROUGH SGONCOB.                            *
001170 77  DG-SES-KEY            PIC X(04) VALUE SPACES.
001180 77  DG-IDLE-LIMIT         PIC S9(4) COMP VALUE 15.
001190 77  DG-LAST-HH            PIC S9(4) COMP VALUE 0.
001200 77  DG-LAST-MMSS          PIC S9(4) COMP VALUE 0.
001210 77  DG-LAST-MM            PIC S9(4) COMP VALUE 0.
001220 77  DG-CUR-HH             PIC S9(4) COMP VALUE 0.
001230 77  DG-CUR-MMSS           PIC S9(4) COMP VALUE 0.
001240 77  DG-CUR-MM             PIC S9(4) COMP VALUE 0.
001250 77  DG-IDLE-MINS          PIC S9(8) COMP VALUE 0.
001260*    ENTITLEMENT CHECK (1050/1060, SEE KAJCENT) - THE OPTENT    *
001270*    KEY, THE ANSWER, AND THE AUTHORITY IT IS MEASURED BY.      *
001280 77  DG-ENT-SW             PIC X(01) VALUE 'N'.
001290 77  DG-EFF-AUTH           PIC X(01) VALUE SPACE.
001300 01  DG-ENT-RIDFLD.
001310     05  DG-ENT-OPTION     PIC X(04) VALUE SPACES.
001320     05  DG-ENT-OPID       PIC X(08) VALUE SPACES.
001330*                                                               *
001340*    OUTGOING COMMAREA IS BUILT HERE IN WORKING-STORAGE, NOT IN *
001350*    THE LINKAGE-SECTION DFHCOMMAREA BELOW - ON A COLD START    *
001360*    (EIBCALEN = 0) THERE IS NO CALLER-SUPPLIED STORAGE FOR     *
001370*    DFHCOMMAREA TO ADDRESS, SO IT MUST NEVER BE WRITTEN (OR    *
001380*    READ) UNTIL EIBCALEN CONFIRMS A COMMAREA WAS PASSED IN.    *
001390*    CA-CURSOR-KEY CARRIES THE OPERATOR ID THE LIST ON THE      *
001400*    GLASS STARTS AT.                                           *
001410*                                                               *
001420 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==DG-COMMAREA==.
001430*                                                               *
001440 COPY KAJCOPT.
001450 COPY KAJCENT.
001460 COPY KAJCDLG.
001470 COPY KAJCPND.
001480 COPY KAJCSES.
001490 COPY KAJCJRN.
001500 COPY TESTMSD.
001510 COPY DFHAID.
001520 LINKAGE SECTION.
001530 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==DFHCOMMAREA==.
001540 PROCEDURE DIVISION.
001550*                                                               *
001560*    0000-MAINLINE                                              *
001570*                                                               *
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001600     MOVE SPACES TO DG-COMMAREA.
001610     IF EIBCALEN NOT = 0
001620         MOVE DFHCOMMAREA TO DG-COMMAREA
001630     END-IF.
001640     IF EIBAID = DFHCLEAR
001650         PERFORM 1150-DROP-SESSION THRU 1150-EXIT
001660         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
001670         EXEC CICS RETURN END-EXEC
001680     END-IF.
001690     PERFORM 1050-CHECK-AUTHORITY THRU 1050-EXIT.
001700     MOVE 'DLGM' TO DG-JRN-OPTION.
001710     IF NOT DG-IS-AUTHORIZED
001720         MOVE 'D' TO DG-JRN-OUTCOME
001730     END-IF.
001740*                                                               *
001750*    FOR THE ENTER KEY THE JOURNAL IS WRITTEN FROM THE          *
001760*    RECEIVE/REQUEST LEGS ONCE THE OUTCOME (AND THE OPTION      *
001770*    TOUCHED) IS KNOWN; EVERY OTHER PATH JOURNALS HERE.         *
001780*                                                               *
001790     IF EIBAID NOT = DFHENTER OR NOT DG-IS-AUTHORIZED
001800         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
001810     END-IF.
001820     IF NOT DG-IS-AUTHORIZED
001830         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO DG-MSG-TEXT
001840         MOVE SPACES TO DLGMMAPO
001850         MOVE DG-MSG-TEXT TO DMSGO
001860         EXEC CICS SEND MAP('DLGMMAP')
001870             MAPSET('TESTMSD')
001880             ERASE
001890         END-EXEC
001900         EXEC CICS RETURN END-EXEC
001910     END-IF.
001920     PERFORM 1100-CHECK-SESSION THRU 1100-EXIT.
001930     IF EIBAID = DFHPF3
001940         IF CA-FROM-PROGRAM OF DG-COMMAREA = SPACES
001950             EXEC CICS RETURN END-EXEC
001960         ELSE
001970*    THE COMMAREA RIDES ALONG ON THE WAY BACK TO THE MENU SO    *
001980*    THE SIGN-ON STATE SURVIVES - WITHOUT IT THE MENU'S SIGN-ON *
001990*    GATE WOULD SEND THE OPERATOR BACK TO THE PASSWORD SCREEN.  *
002000             MOVE CA-FROM-PROGRAM OF DG-COMMAREA
002010                 TO DG-RETURN-PGM
002020             MOVE 'DLGMCOB' TO CA-FROM-PROGRAM OF DG-COMMAREA
002030             EXEC CICS XCTL
002040                 PROGRAM(DG-RETURN-PGM)
002050                 COMMAREA(DG-COMMAREA)
002060                 LENGTH(LENGTH OF DG-COMMAREA)
002070             END-EXEC
002080         END-IF
002090     END-IF.
002100     IF CA-LAST-PGM OF DG-COMMAREA = 'DLGMCOB'
002110         MOVE CA-CURSOR-KEY OF DG-COMMAREA TO DG-LIST-START
002120     END-IF.
002130     IF EIBAID = DFHENTER
002140         PERFORM 2000-RECEIVE-DLGM-MAP THRU 2000-EXIT
002150     ELSE
002160         MOVE 'INVALID KEY PRESSED - PLEASE RE-ENTER'
002170             TO DG-MSG-TEXT
002180     END-IF.
002190     PERFORM 4000-BUILD-DLG-LINES THRU 4000-EXIT.
002200     PERFORM 5000-SEND-DLGM-MAP THRU 5000-EXIT.
002210     MOVE DG-LIST-START TO CA-CURSOR-KEY OF DG-COMMAREA.
002220     MOVE 'DLGMCOB' TO CA-LAST-PGM OF DG-COMMAREA.
002230     EXEC CICS RETURN
002240         TRANSID(EIBTRNID)
002250         COMMAREA(DG-COMMAREA)
002260         LENGTH(LENGTH OF DG-COMMAREA)
002270     END-EXEC.
002280 0000-EXIT.
002290     EXIT.
002300*                                                               *
002310*    1000-INITIALIZE - ESTABLISH CONDITION HANDLING SO AN       *
002320*    UNAVAILABLE FILE REDISPLAYS THE SCREEN INSTEAD OF          *
002330*    ABENDING THE TERMINAL.  PGMIDERR IS TRAPPED FOR THE PF3    *
002340*    XCTL BACK TO THE MENU.                                     *
002350*                                                               *
002360 1000-INITIALIZE.
002370     EXEC CICS HANDLE CONDITION
002380         NOTOPEN    (9200-NOTOPEN-ERROR)
002390         PGMIDERR   (9400-PGMIDERR-ERROR)
002400     END-EXEC.
002410 1000-EXIT.
002420     EXIT.
002430*                                                               *
002440*    1050-CHECK-AUTHORITY - CA-AUTH-FLAG IS TRUSTED ONLY WHEN   *
002450*    IT CAME FROM A CALLER (EIBCALEN NOT = 0); THE SIGNED-ON    *
002460*    ID MUST THEN STILL BE ACTIVE ON THE MASTER AND BE          *
002470*    ENTITLED TO OPTION 'DLGM' ON THE OPTENT FILE (1060, SEE    *
002480*    KAJCENT).  A NOTFND OR NOTOPEN ON EITHER FILE LEAVES THE   *
002490*    SWITCH AT 'N'.                                             *
002500*                                                               *
002510 1050-CHECK-AUTHORITY.
002520     MOVE 'N' TO DG-AUTH-SW.
002530     IF EIBCALEN = 0 OR NOT CA-AUTHORIZED OF DG-COMMAREA
002540         GO TO 1050-EXIT
002550     END-IF.
002560     MOVE CA-OPERATOR-ID OF DG-COMMAREA TO DG-OPERATOR-KEY.
002570     EXEC CICS READ
002580         FILE('OPERTOR')
002590         INTO(KAJCOPT-RECORD)
002600         RIDFLD(DG-OPERATOR-KEY)
002610         KEYLENGTH(8)
002620         RESP(DG-RESP)
002630     END-EXEC.
002640     IF DG-RESP NOT = DFHRESP(NORMAL)
002650         GO TO 1050-EXIT
002660     END-IF.
002670     IF NOT OPT-IS-ACTIVE
002680         GO TO 1050-EXIT
002690     END-IF.
002700     MOVE OPT-AUTHORITY TO DG-EFF-AUTH.
002710     PERFORM 1070-APPLY-DELEGATION THRU 1070-EXIT.
002720     MOVE 'DLGM' TO DG-ENT-OPTION.
002730     PERFORM 1060-CHECK-ENTITLEMENT THRU 1060-EXIT.
002740     MOVE DG-ENT-SW TO DG-AUTH-SW.
002750 1050-EXIT.
002760     EXIT.
002770*                                                               *
002780*    1060-CHECK-ENTITLEMENT - MAY THE SIGNED-ON OPERATOR USE    *
002790*    OPTION DG-ENT-OPTION?  AN OVERRIDE RECORD FOR THE          *
002800*    OPERATOR WINS (G GRANTS, D DENIES); OTHERWISE THE          *
002810*    OPTION'S DEFINITION MUST BE ON FILE AND DG-EFF-AUTH        *
002820*    AT LEAST ITS MINIMUM.  NO DEFINITION, OR THE FILE          *
002830*    UNAVAILABLE, DENIES.                                       *
002840*                                                               *
002850 1060-CHECK-ENTITLEMENT.
002860     MOVE 'N' TO DG-ENT-SW.
002870     MOVE CA-OPERATOR-ID OF DG-COMMAREA TO DG-ENT-OPID.
002880     EXEC CICS READ
002890         FILE('OPTENT')
002900         INTO(KAJCENT-RECORD)
002910         RIDFLD(DG-ENT-RIDFLD)
002920         KEYLENGTH(12)
002930         RESP(DG-RESP)
002940     END-EXEC.
002950     IF DG-RESP = DFHRESP(NORMAL)
002960         IF ENT-OVR-GRANT
002970             MOVE 'Y' TO DG-ENT-SW
002980             GO TO 1060-EXIT
002990         END-IF
003000         IF ENT-OVR-DENY
003010             GO TO 1060-EXIT
003020         END-IF
003030     END-IF.
003040     MOVE SPACES TO DG-ENT-OPID.
003050     EXEC CICS READ
003060         FILE('OPTENT')
003070         INTO(KAJCENT-RECORD)
003080         RIDFLD(DG-ENT-RIDFLD)
003090         KEYLENGTH(12)
003100         RESP(DG-RESP)
003110     END-EXEC.
003120     IF DG-RESP = DFHRESP(NORMAL)
003130         AND DG-EFF-AUTH NOT < ENT-MIN-AUTH
003140         MOVE 'Y' TO DG-ENT-SW
003150     END-IF.
003160 1060-EXIT.
003170     EXIT.
003180*                                                               *
003190*    1070-APPLY-DELEGATION - A DELEGATION IN FORCE TODAY FOR    *
003200*    THE SIGNED-ON OPERATOR (DELEGT, SEE KAJCDLG) RAISES        *
003210*    DG-EFF-AUTH TO THE AUTHORITY DELEGATED; OPT-AUTHORITY      *
003220*    ITSELF IS NEVER CHANGED.  NO DELEGATION, ONE NOT IN FORCE  *
003230*    TODAY, OR THE FILE UNAVAILABLE LEAVES THE OPERATOR'S OWN.  *
003240*                                                               *
003250 1070-APPLY-DELEGATION.
003260     EXEC CICS READ
003270         FILE('DELEGT')
003280         INTO(KAJCDLG-RECORD)
003290         RIDFLD(DG-OPERATOR-KEY)
003300         KEYLENGTH(8)
003310         RESP(DG-RESP)
003320     END-EXEC.
003330     IF DG-RESP NOT = DFHRESP(NORMAL)
003340         GO TO 1070-EXIT
003350     END-IF.
003360     IF DLG-STAT-ACTIVE
003370         AND DLG-START-DATE NOT > EIBDATE
003380         AND DLG-END-DATE NOT < EIBDATE
003390         AND DLG-AUTHORITY > DG-EFF-AUTH
003400         MOVE DLG-AUTHORITY TO DG-EFF-AUTH
003410     END-IF.
003420 1070-EXIT.
003430     EXIT.
003440*                                                               *
003450*    1100-CHECK-SESSION - THE LIVE-SESSION GATE (SEE KAJCSES).  *
003460*    THE TERMINAL'S SESSON RECORD MUST EXIST, CARRY THE         *
003470*    SIGNED-ON ID, AND HAVE BEEN ACTIVE WITHIN THE IDLE LIMIT - *
003480*    OTHERWISE THE CONVERSATION IS FORCED BACK THROUGH THE      *
003490*    SIGN-ON SCREEN.  A GOOD CHECK RE-STAMPS THE LAST-ACTIVITY  *
003500*    TIME; THE RE-STAMP ITSELF IS BEST-EFFORT.                  *
003510*                                                               *
003520 1100-CHECK-SESSION.
003530     MOVE EIBTRMID TO DG-SES-KEY.
003540     EXEC CICS READ
003550         FILE('SESSON')
003560         INTO(KAJCSES-RECORD)
003570         RIDFLD(DG-SES-KEY)
003580         KEYLENGTH(4)
003590         UPDATE
003600         RESP(DG-RESP)
003610     END-EXEC.
003620     IF DG-RESP NOT = DFHRESP(NORMAL)
003630         GO TO 1100-FORCE-SIGNON
003640     END-IF.
003650     IF SES-OPERATOR-ID NOT = CA-OPERATOR-ID OF DG-COMMAREA
003660         EXEC CICS DELETE FILE('SESSON') RESP(DG-RESP) END-EXEC
003670         GO TO 1100-FORCE-SIGNON
003680     END-IF.
003690     IF SES-LAST-DATE NOT = EIBDATE
003700         EXEC CICS DELETE FILE('SESSON') RESP(DG-RESP) END-EXEC
003710         GO TO 1100-FORCE-SIGNON
003720     END-IF.
003730     DIVIDE SES-LAST-TIME BY 10000
003740         GIVING DG-LAST-HH REMAINDER DG-LAST-MMSS.
003750     DIVIDE DG-LAST-MMSS BY 100 GIVING DG-LAST-MM.
003760     DIVIDE EIBTIME BY 10000
003770         GIVING DG-CUR-HH REMAINDER DG-CUR-MMSS.
003780     DIVIDE DG-CUR-MMSS BY 100 GIVING DG-CUR-MM.
003790     COMPUTE DG-IDLE-MINS =
003800         (DG-CUR-HH * 60 + DG-CUR-MM)
003810         - (DG-LAST-HH * 60 + DG-LAST-MM).
003820     IF DG-IDLE-MINS > DG-IDLE-LIMIT
003830         EXEC CICS DELETE FILE('SESSON') RESP(DG-RESP) END-EXEC
003840         GO TO 1100-FORCE-SIGNON
003850     END-IF.
003860     MOVE EIBDATE TO SES-LAST-DATE.
003870     MOVE EIBTIME TO SES-LAST-TIME.
003880     EXEC CICS REWRITE
003890         FILE('SESSON')
003900         FROM(KAJCSES-RECORD)
003910         RESP(DG-RESP)
003920     END-EXEC.
003930     GO TO 1100-EXIT.
003940*    THE SESSION IS GONE (FORCED OFF), STALE, OR NOT THIS       *
003950*    OPERATOR'S - ONLY A FRESH SIGN-ON GETS BACK IN.            *
003960 1100-FORCE-SIGNON.
003970     MOVE SPACE TO CA-SIGNON-FLAG OF DG-COMMAREA.
003980     MOVE 'DLGMCOB' TO CA-FROM-PROGRAM OF DG-COMMAREA.
003990     EXEC CICS XCTL
004000         PROGRAM('SGONCOB')
004010         COMMAREA(DG-COMMAREA)
004020         LENGTH(LENGTH OF DG-COMMAREA)
004030     END-EXEC.
004040 1100-EXIT.
004050     EXIT.
004060*                                                               *
004070*    1150-DROP-SESSION - SIGN-OFF PATHS DELETE THE TERMINAL'S   *
004080*    SESSION RECORD; BEST-EFFORT, THERE MAY NOT BE ONE.         *
004090*                                                               *
004100 1150-DROP-SESSION.
004110     MOVE EIBTRMID TO DG-SES-KEY.
004120     EXEC CICS DELETE
004130         FILE('SESSON')
004140         RIDFLD(DG-SES-KEY)
004150         KEYLENGTH(4)
004160         RESP(DG-RESP)
004170     END-EXEC.
004180 1150-EXIT.
004190     EXIT.
004200*                                                               *
004210*    2000-RECEIVE-DLGM-MAP - THE RECEIVE IS ONLY ISSUED WHEN    *
004220*    THIS PROGRAM'S OWN MAP IS ON THE GLASS (CA-LAST-PGM); ON   *
004230*    ARRIVAL FROM THE MENU THE TASK'S INPUT WAS ALREADY READ    *
004240*    BY KAJCCOB AND A SECOND RECEIVE WOULD HANG THE TERMINAL,   *
004250*    NOT MAPFAIL.  AN OPERATOR ID WITH NO ACTION REPOSITIONS    *
004260*    THE LIST; ARRIVAL AND MAPFAIL JUST SHOW WHAT IS ON FILE.   *
004270*                                                               *
004280 2000-RECEIVE-DLGM-MAP.
004290     IF CA-LAST-PGM OF DG-COMMAREA NOT = 'DLGMCOB'
004300         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004310         MOVE 'KEY AN OPERATOR AND AN ACTION TO REQUEST'
004320             TO DG-MSG-TEXT
004330         GO TO 2000-EXIT
004340     END-IF.
004350     EXEC CICS RECEIVE MAP('DLGMMAP')
004360         MAPSET('TESTMSD')
004370         INTO(DLGMMAPI)
004380         RESP(DG-RESP)
004390     END-EXEC.
004400     EVALUATE DG-RESP
004410         WHEN DFHRESP(NORMAL)
004420             IF DFUNCI NOT = SPACES AND DFUNCI NOT = LOW-VALUES
004430                 PERFORM 3000-REQUEST-CHANGE THRU 3000-EXIT
004440             ELSE
004450                 PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004460                 MOVE DOPIDI TO DG-LIST-START
004470                 INSPECT DG-LIST-START
004480                     REPLACING ALL LOW-VALUE BY SPACE
004490                 MOVE 'KEY AN OPERATOR AND AN ACTION TO REQUEST'
004500                     TO DG-MSG-TEXT
004510             END-IF
004520         WHEN DFHRESP(MAPFAIL)
004530             PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004540             MOVE 'KEY AN OPERATOR AND AN ACTION TO REQUEST'
004550                 TO DG-MSG-TEXT
004560         WHEN OTHER
004570             GO TO 9200-NOTOPEN-ERROR
004580     END-EVALUATE.
004590 2000-EXIT.
004600     EXIT.
004610*                                                               *
004620*    3000-REQUEST-CHANGE - EDIT THE KEYED REQUEST AGAINST WHAT  *
004630*    IS ON FILE NOW AND, IF IT STANDS UP, WRITE IT TO PENDCH.   *
004640*    APRVCOB EDITS IT AGAIN AS IT APPLIES IT, SINCE THE FILES   *
004650*    MAY HAVE MOVED ON IN BETWEEN.                              *
004660*                                                               *
004670 3000-REQUEST-CHANGE.
004680     MOVE DOPIDI TO DG-REQ-OPERATOR.
004690     MOVE DAUTHI TO DG-REQ-AUTH.
004700     MOVE DFROMI TO DG-REQ-FROM.
004710     MOVE DTOI   TO DG-REQ-TO.
004720     MOVE DRSNI  TO DG-REQ-REASON.
004730     MOVE DFUNCI TO DG-REQ-FUNC.
004740     INSPECT DG-REQUEST REPLACING ALL LOW-VALUE BY SPACE.
004750     MOVE DG-REQ-OPERATOR TO DG-LIST-START.
004760     MOVE EIBDATE TO DG-TODAY.
004770     IF DG-REQ-OPERATOR = SPACES
004780         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004790         MOVE 'KEY THE OPERATOR THE DELEGATION IS FOR'
004800             TO DG-MSG-TEXT
004810         GO TO 3000-EXIT
004820     END-IF.
004830     PERFORM 3100-EDIT-COMMON THRU 3100-EXIT.
004840     IF DG-EDIT-OK
004850         IF DG-FUNC-GRANT
004860             PERFORM 3200-EDIT-GRANT THRU 3200-EXIT
004870         ELSE
004880             PERFORM 3300-EDIT-REVOKE THRU 3300-EXIT
004890         END-IF
004900     END-IF.
004910     IF NOT DG-EDIT-OK
004920         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004930         GO TO 3000-EXIT
004940     END-IF.
004950     PERFORM 3500-WRITE-PENDING THRU 3500-EXIT.
004960 3000-EXIT.
004970     EXIT.
004980*                                                               *
004990*    3100-EDIT-COMMON - A G OR V, FOR SOMEBODY ELSE, WHO IS ON  *
005000*    THE MASTER.  THE MASTER RECORD AND ANY DELEGATION ON FILE  *
005010*    ARE LEFT IN KAJCOPT-RECORD AND KAJCDLG-RECORD FOR THE      *
005020*    EDITS; DG-DLG-CURRENT SAYS THE OPERATOR HOLDS ONE NOW OR   *
005030*    HAS ONE APPROVED FOR LATER.                                *
005040*                                                               *
005050 3100-EDIT-COMMON.
005060     MOVE 'N' TO DG-EDIT-SW.
005070     IF NOT DG-FUNC-VALID
005080         MOVE 'ACTION MUST BE G (GRANT) OR V (REVOKE)'
005090             TO DG-MSG-TEXT
005100         GO TO 3100-EXIT
005110     END-IF.
005120     IF DG-REQ-OPERATOR = CA-OPERATOR-ID OF DG-COMMAREA
005130         MOVE 'NOBODY MAY REQUEST A DELEGATION FOR THEMSELVES'
005140             TO DG-MSG-TEXT
005150         GO TO 3100-EXIT
005160     END-IF.
005170     MOVE DG-REQ-OPERATOR TO DG-OPERATOR-KEY.
005180     EXEC CICS READ
005190         FILE('OPERTOR')
005200         INTO(KAJCOPT-RECORD)
005210         RIDFLD(DG-OPERATOR-KEY)
005220         KEYLENGTH(8)
005230         RESP(DG-RESP)
005240     END-EXEC.
005250     EVALUATE DG-RESP
005260         WHEN DFHRESP(NORMAL)
005270             CONTINUE
005280         WHEN DFHRESP(NOTFND)
005290             MOVE 'NO OPERATOR ON FILE UNDER THAT ID'
005300                 TO DG-MSG-TEXT
005310             GO TO 3100-EXIT
005320         WHEN OTHER
005330             GO TO 9200-NOTOPEN-ERROR
005340     END-EVALUATE.
005350     MOVE 'N' TO DG-DLG-SW.
005360     EXEC CICS READ
005370         FILE('DELEGT')
005380         INTO(KAJCDLG-RECORD)
005390         RIDFLD(DG-OPERATOR-KEY)
005400         KEYLENGTH(8)
005410         RESP(DG-RESP)
005420     END-EXEC.
005430     EVALUATE DG-RESP
005440         WHEN DFHRESP(NORMAL)
005450             IF DLG-STAT-ACTIVE AND DLG-END-DATE NOT < DG-TODAY
005460                 MOVE 'Y' TO DG-DLG-SW
005470             END-IF
005480         WHEN DFHRESP(NOTFND)
005490             CONTINUE
005500         WHEN OTHER
005510             GO TO 9200-NOTOPEN-ERROR
005520     END-EVALUATE.
005530     MOVE 'Y' TO DG-EDIT-SW.
005540 3100-EXIT.
005550     EXIT.
005560*                                                               *
005570*    3200-EDIT-GRANT - AN ACTIVE OPERATOR WITH NO DELEGATION    *
005580*    CURRENT, AN AUTHORITY ABOVE THEIR OWN, DATES FROM TODAY    *
005590*    ON (A BLANK START IS TODAY) IN ORDER, AND A REASON.        *
005600*                                                               *
005610 3200-EDIT-GRANT.
005620     MOVE 'N' TO DG-EDIT-SW.
005630     IF NOT OPT-IS-ACTIVE
005640         MOVE 'OPERATOR IS NOT ACTIVE' TO DG-MSG-TEXT
005650         GO TO 3200-EXIT
005660     END-IF.
005670     IF DG-DLG-CURRENT
005680         MOVE 'OPERATOR HAS A DELEGATION - REVOKE IT FIRST'
005690             TO DG-MSG-TEXT
005700         GO TO 3200-EXIT
005710     END-IF.
005720     IF NOT DG-AUTH-VALID
005730         MOVE 'DELEGATED AUTHORITY MUST BE 1, 2 OR 3'
005740             TO DG-MSG-TEXT
005750         GO TO 3200-EXIT
005760     END-IF.
005770     IF DG-REQ-AUTH NOT > OPT-AUTHORITY
005780         MOVE 'AUTHORITY MUST BE ABOVE THE OPERATOR''S OWN'
005790             TO DG-MSG-TEXT
005800         GO TO 3200-EXIT
005810     END-IF.
005820     IF DG-REQ-FROM NOT = SPACES AND DG-REQ-FROM NOT NUMERIC
005830         MOVE 'START DATE MUST BE SIX DIGITS, CYYDDD'
005840             TO DG-MSG-TEXT
005850         GO TO 3200-EXIT
005860     END-IF.
005870     IF DG-REQ-TO NOT NUMERIC
005880         MOVE 'END DATE MUST BE SIX DIGITS, CYYDDD' TO DG-MSG-TEXT
005890         GO TO 3200-EXIT
005900     END-IF.
005910     IF DG-REQ-FROM = SPACES
005920         MOVE DG-TODAY TO DG-FROM-DATE
005930     ELSE
005940         MOVE DG-REQ-FROM-N TO DG-FROM-DATE
005950     END-IF.
005960     MOVE DG-REQ-TO-N TO DG-TO-DATE.
005970     DIVIDE DG-FROM-DATE BY 1000
005980         GIVING DG-DATE-CYY REMAINDER DG-DATE-DDD.
005990     IF DG-DATE-DDD < 1 OR DG-DATE-DDD > 366
006000         MOVE 'START DATE DAY MUST BE 001 THROUGH 366'
006010             TO DG-MSG-TEXT
006020         GO TO 3200-EXIT
006030     END-IF.
006040     DIVIDE DG-TO-DATE BY 1000
006050         GIVING DG-DATE-CYY REMAINDER DG-DATE-DDD.
006060     IF DG-DATE-DDD < 1 OR DG-DATE-DDD > 366
006070         MOVE 'END DATE DAY MUST BE 001 THROUGH 366'
006080             TO DG-MSG-TEXT
006090         GO TO 3200-EXIT
006100     END-IF.
006110     IF DG-FROM-DATE < DG-TODAY
006120         MOVE 'START DATE CANNOT BE BEFORE TODAY' TO DG-MSG-TEXT
006130         GO TO 3200-EXIT
006140     END-IF.
006150     IF DG-TO-DATE < DG-FROM-DATE
006160         MOVE 'END DATE IS BEFORE THE START DATE' TO DG-MSG-TEXT
006170         GO TO 3200-EXIT
006180     END-IF.
006190     IF DG-REQ-REASON = SPACES
006200         MOVE 'KEY THE REASON FOR THE DELEGATION' TO DG-MSG-TEXT
006210         GO TO 3200-EXIT
006220     END-IF.
006230     MOVE 'Y' TO DG-EDIT-SW.
006240 3200-EXIT.
006250     EXIT.
006260*                                                               *
006270*    3300-EDIT-REVOKE - THERE MUST BE A DELEGATION IN FORCE OR  *
006280*    APPROVED FOR LATER.  THE REQUEST CARRIES ITS AUTHORITY AND *
006290*    DATES FOR THE APPROVER TO SEE; THE REASON KEYED (IF ANY)   *
006300*    IS WHY IT IS BEING REVOKED.                                *
006310*                                                               *
006320 3300-EDIT-REVOKE.
006330     MOVE 'N' TO DG-EDIT-SW.
006340     IF NOT DG-DLG-CURRENT
006350         MOVE 'NO DELEGATION IN FORCE OR APPROVED FOR THEM'
006360             TO DG-MSG-TEXT
006370         GO TO 3300-EXIT
006380     END-IF.
006390     MOVE DLG-AUTHORITY  TO DG-REQ-AUTH.
006400     MOVE DLG-START-DATE TO DG-FROM-DATE.
006410     MOVE DLG-END-DATE   TO DG-TO-DATE.
006420     MOVE 'Y' TO DG-EDIT-SW.
006430 3300-EXIT.
006440     EXIT.
006450*                                                               *
006460*    3500-WRITE-PENDING - THE REQUEST AS A PENDING ACTION 'T'   *
006470*    UNDER THE NEXT SEQUENCE FOR THE OPERATOR, UNLESS ANOTHER   *
006480*    DELEGATION REQUEST FOR THEM IS STILL UNDECIDED.  APRVCOB   *
006490*    WILL NOT LET THE REQUESTER APPROVE IT.                     *
006500*                                                               *
006510 3500-WRITE-PENDING.
006520     PERFORM 3550-FIND-NEXT-SEQUENCE THRU 3550-EXIT.
006530     IF DG-PND-DLG-FOUND
006540         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
006550         MOVE 'A DELEGATION REQUEST FOR THEM AWAITS APPROVAL'
006560             TO DG-MSG-TEXT
006570         GO TO 3500-EXIT
006580     END-IF.
006590     MOVE SPACES TO KAJCPND-RECORD.
006600     MOVE DG-REQ-OPERATOR TO PCH-TARGET-ID.
006610     ADD 1 TO DG-LAST-SEQ GIVING PCH-SEQUENCE.
006620     MOVE 'T'     TO PCH-ACTION.
006630     IF DG-FUNC-GRANT
006640         MOVE DG-REQ-AUTH TO DG-PN-AUTH
006650         MOVE DG-TO-DATE  TO DG-PN-END
006660         MOVE DG-PCH-NAME TO PCH-NAME
006670     ELSE
006680         MOVE 'REVOKE DELEGATION' TO PCH-NAME
006690     END-IF.
006700     MOVE DG-REQ-AUTH TO PCH-AUTHORITY.
006710     MOVE 'P'     TO PCH-STATUS.
006720     MOVE CA-OPERATOR-ID OF DG-COMMAREA TO PCH-REQ-BY.
006730     MOVE EIBDATE TO PCH-REQ-DATE.
006740     MOVE EIBTIME TO PCH-REQ-TIME.
006750     MOVE SPACES  TO PCH-DEC-BY.
006760     MOVE ZERO    TO PCH-DEC-DATE.
006770     MOVE ZERO    TO PCH-DEC-TIME.
006780     MOVE DG-REQ-FUNC   TO PCH-DLG-FUNC.
006790     MOVE DG-FROM-DATE  TO PCH-DLG-START.
006800     MOVE DG-TO-DATE    TO PCH-DLG-END.
006810     MOVE DG-REQ-REASON TO PCH-DLG-REASON.
006820     EXEC CICS WRITE
006830         FILE('PENDCH')
006840         FROM(KAJCPND-RECORD)
006850         RIDFLD(PCH-KEY)
006860         KEYLENGTH(11)
006870         RESP(DG-RESP)
006880     END-EXEC.
006890     EVALUATE DG-RESP
006900         WHEN DFHRESP(NORMAL)
006910             PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
006920             MOVE 'REQUESTED - AWAITS A SECOND ADMIN (APRV)'
006930                 TO DG-MSG-TEXT
006940         WHEN DFHRESP(DUPREC)
006950             PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
006960             MOVE 'PENDING LIMIT REACHED FOR THIS OPERATOR'
006970                 TO DG-MSG-TEXT
006980         WHEN OTHER
006990             GO TO 9200-NOTOPEN-ERROR
007000     END-EVALUATE.
007010 3500-EXIT.
007020     EXIT.
007030*                                                               *
007040*    3550-FIND-NEXT-SEQUENCE - HIGHEST SEQUENCE ALREADY ON      *
007050*    PENDCH FOR THIS OPERATOR (ZERO WHEN NONE), SAME SCAN AS    *
007060*    UPDTCOB'S - NOTING ON THE WAY ANY DELEGATION REQUEST FOR   *
007070*    THEM STILL PENDING.                                        *
007080*                                                               *
007090 3550-FIND-NEXT-SEQUENCE.
007100     MOVE ZERO TO DG-LAST-SEQ.
007110     MOVE 'N' TO DG-PND-EOF-SW.
007120     MOVE 'N' TO DG-PND-DLG-SW.
007130     MOVE DG-REQ-OPERATOR TO DG-PRID-TARGET.
007140     MOVE ZERO            TO DG-PRID-SEQUENCE.
007150     EXEC CICS STARTBR
007160         FILE('PENDCH')
007170         RIDFLD(DG-PND-RIDFLD)
007180         KEYLENGTH(11)
007190         GTEQ
007200         RESP(DG-RESP)
007210     END-EXEC.
007220     IF DG-RESP NOT = DFHRESP(NORMAL)
007230         GO TO 3550-EXIT
007240     END-IF.
007250     PERFORM 3560-SCAN-ONE-PENDING THRU 3560-EXIT
007260         UNTIL DG-PND-DONE.
007270     EXEC CICS ENDBR FILE('PENDCH') END-EXEC.
007280 3550-EXIT.
007290     EXIT.
007300 3560-SCAN-ONE-PENDING.
007310     EXEC CICS READNEXT
007320         FILE('PENDCH')
007330         INTO(KAJCPND-RECORD)
007340         RIDFLD(DG-PND-RIDFLD)
007350         KEYLENGTH(11)
007360         RESP(DG-RESP)
007370     END-EXEC.
007380     IF DG-RESP NOT = DFHRESP(NORMAL)
007390         MOVE 'Y' TO DG-PND-EOF-SW
007400         GO TO 3560-EXIT
007410     END-IF.
007420     IF PCH-TARGET-ID NOT = DG-REQ-OPERATOR
007430         MOVE 'Y' TO DG-PND-EOF-SW
007440         GO TO 3560-EXIT
007450     END-IF.
007460     IF PCH-ACT-DELEGATE AND PCH-STAT-PENDING
007470         MOVE 'Y' TO DG-PND-DLG-SW
007480     END-IF.
007490     MOVE PCH-SEQUENCE TO DG-LAST-SEQ.
007500 3560-EXIT.
007510     EXIT.
007520*                                                               *
007530*    4000-BUILD-DLG-LINES - TEN DELEGATIONS ON FILE IN OPERATOR *
007540*    ORDER FROM DG-LIST-START (THE TOP WHEN BLANK).  RUNS AFTER *
007550*    EVERY REQUEST SO THE LIST SHOWS THE OPERATOR JUST TOUCHED. *
007560*                                                               *
007570 4000-BUILD-DLG-LINES.
007580     MOVE SPACES TO DLGMMAPO.
007590     MOVE 0 TO DG-LINE-COUNT.
007600     MOVE 'N' TO DG-BROWSE-EOF-SW.
007610     MOVE EIBDATE TO DG-TODAY.
007620     MOVE DG-LIST-START TO DG-BR-RIDFLD.
007630     EXEC CICS STARTBR
007640         FILE('DELEGT')
007650         RIDFLD(DG-BR-RIDFLD)
007660         KEYLENGTH(8)
007670         GTEQ
007680         RESP(DG-RESP)
007690     END-EXEC.
007700     IF DG-RESP NOT = DFHRESP(NORMAL)
007710         GO TO 4000-NO-LINES
007720     END-IF.
007730     PERFORM 4100-COLLECT-ONE-DLG THRU 4100-EXIT
007740         UNTIL DG-BROWSE-DONE OR DG-LINE-COUNT = 10.
007750     EXEC CICS ENDBR FILE('DELEGT') END-EXEC.
007760 4000-NO-LINES.
007770     IF DG-LINE-COUNT = 0
007780         MOVE 'NO DELEGATIONS ON FILE FROM THAT OPERATOR ON'
007790             TO DLGMMAPT-DATA (1)
007800     END-IF.
007810 4000-EXIT.
007820     EXIT.
007830*                                                               *
007840*    4100-COLLECT-ONE-DLG - ONE LINE PER OPERATOR.  A           *
007850*    DELEGATION PAST ITS END DATE THAT DLGXCOB HAS NOT YET      *
007860*    EXPIRED SHOWS AS LAPSED - IT IS NO LONGER HONOURED.        *
007870*                                                               *
007880 4100-COLLECT-ONE-DLG.
007890     EXEC CICS READNEXT
007900         FILE('DELEGT')
007910         INTO(KAJCDLG-RECORD)
007920         RIDFLD(DG-BR-RIDFLD)
007930         KEYLENGTH(8)
007940         RESP(DG-RESP)
007950     END-EXEC.
007960     IF DG-RESP NOT = DFHRESP(NORMAL)
007970         MOVE 'Y' TO DG-BROWSE-EOF-SW
007980         GO TO 4100-EXIT
007990     END-IF.
008000     EVALUATE TRUE
008010         WHEN DLG-STAT-REVOKED
008020             MOVE 'REVOKED'  TO DG-DL-STATE
008030         WHEN DLG-STAT-EXPIRED
008040             MOVE 'EXPIRED'  TO DG-DL-STATE
008050         WHEN DLG-END-DATE < DG-TODAY
008060             MOVE 'LAPSED'   TO DG-DL-STATE
008070         WHEN DLG-START-DATE > DG-TODAY
008080             MOVE 'APPROVED' TO DG-DL-STATE
008090         WHEN OTHER
008100             MOVE 'IN FORCE' TO DG-DL-STATE
008110     END-EVALUATE.
008120     MOVE DLG-OPERATOR-ID TO DG-DL-OPERATOR.
008130     MOVE DLG-AUTHORITY   TO DG-DL-AUTH.
008140     MOVE DLG-START-DATE  TO DG-DL-START.
008150     MOVE DLG-END-DATE    TO DG-DL-END.
008160     MOVE DLG-REASON      TO DG-DL-REASON.
008170     MOVE DLG-APPR-BY     TO DG-DL-APPR-BY.
008180     ADD 1 TO DG-LINE-COUNT.
008190     MOVE DG-DLG-LINE TO DLGMMAPT-DATA (DG-LINE-COUNT).
008200 4100-EXIT.
008210     EXIT.
008220*                                                               *
008230*    5000-SEND-DLGM-MAP - ALWAYS ERASE; THE DELEGATION LINES    *
008240*    WERE JUST REBUILT AND THE ENTRY FIELDS COME BACK EMPTY.    *
008250*                                                               *
008260 5000-SEND-DLGM-MAP.
008270     MOVE DG-MSG-TEXT TO DMSGO.
008280     MOVE SPACES TO DG-MSG-TEXT.
008290     EXEC CICS SEND MAP('DLGMMAP')
008300         MAPSET('TESTMSD')
008310         ERASE
008320     END-EXEC.
008330 5000-EXIT.
008340     EXIT.
008350*                                                               *
008360*    8100-WRITE-JOURNAL - AUDIT RECORD FOR THIS AID KEY,        *
008370*    WRITTEN TO THE EXTRAPARTITION TD QUEUE AUDT SO RPTACOB CAN *
008380*    READ IT OVERNIGHT.                                         *
008390*                                                               *
008400 8100-WRITE-JOURNAL.
008410     MOVE EIBTRNID TO JRN-TRANS-ID.
008420     MOVE EIBAID   TO JRN-AID.
008430     MOVE EIBOPID  TO JRN-OPERATOR-ID.
008440     MOVE CA-OPERATOR-ID OF DG-COMMAREA
008450         TO JRN-USER-ID.
008460     MOVE EIBTRMID TO JRN-TERMINAL-ID.
008470     MOVE EIBDATE  TO JRN-DATE.
008480     MOVE EIBTIME  TO JRN-TIME.
008490     MOVE 'DLGMCOB' TO JRN-PROGRAM-ID.
008500     MOVE DG-JRN-OPTION  TO JRN-OPTION.
008510     MOVE DG-JRN-OUTCOME TO JRN-OUTCOME.
008520*    THE BALANCING SEQUENCE - CONTINUOUS ACROSS THE             *
008530*    CONVERSATION, RESTARTING AT 1 WITH A FRESH ONE (THE        *
008540*    CARRIED FIELD ARRIVES NON-NUMERIC ON A COLD START).        *
008550     IF CA-JRN-SEQ OF DG-COMMAREA NOT NUMERIC
008560         MOVE ZERO TO CA-JRN-SEQ OF DG-COMMAREA
008570     END-IF.
008580     ADD 1 TO CA-JRN-SEQ OF DG-COMMAREA.
008590     MOVE CA-JRN-SEQ OF DG-COMMAREA TO JRN-TASK-SEQ.
008600     EXEC CICS WRITEQ TD
008610         QUEUE('AUDT')
008620         FROM(KAJCJRN-RECORD)
008630         LENGTH(LENGTH OF KAJCJRN-RECORD)
008640         RESP(DG-RESP)
008650     END-EXEC.
008660*                                                               *
008670*    BEST-EFFORT COPY FOR THE SAME-DAY MONITOR (ACTVCOB) - THE  *
008680*    TD QUEUE IS THE JOURNAL OF RECORD, SO A FAILURE HERE IS    *
008690*    ABSORBED RATHER THAN STOPPING THE TRANSACTION.             *
008700*                                                               *
008710     EXEC CICS WRITEQ TS
008720         QUEUE('KAJCJRNL')
008730         FROM(KAJCJRN-RECORD)
008740         LENGTH(LENGTH OF KAJCJRN-RECORD)
008750         AUXILIARY
008760         RESP(DG-TS-RESP)
008770     END-EXEC.
008780     MOVE SPACES TO DG-JRN-OPTION.
008790     MOVE 'G'    TO DG-JRN-OUTCOME.
008800     IF DG-RESP NOT = DFHRESP(NORMAL)
008810         GO TO 9600-AUDITQ-ERROR
008820     END-IF.
008830 8100-EXIT.
008840     EXIT.
008850*                                                               *
008860*    9200/9400/9600 - CONDITION HANDLERS.  EACH SETS A PLAIN-   *
008870*    ENGLISH MESSAGE AND FALLS INTO 9500-ERROR-COMMON TO        *
008880*    REDISPLAY THE SCREEN INSTEAD OF LETTING CICS ABEND THE     *
008890*    TRANSACTION.                                               *
008900*                                                               *
008910 9200-NOTOPEN-ERROR.
008920     MOVE 'DELEGATION OR PENDING FILE CURRENTLY UNAVAILABLE'
008930         TO DG-MSG-TEXT.
008940     GO TO 9500-ERROR-COMMON.
008950 9400-PGMIDERR-ERROR.
008960     MOVE 'REQUESTED PROGRAM IS NOT INSTALLED IN THIS REGION'
008970         TO DG-MSG-TEXT.
008980     GO TO 9500-ERROR-COMMON.
008990 9500-ERROR-COMMON.
009000     MOVE SPACES TO DLGMMAPO.
009010     MOVE DG-MSG-TEXT TO DMSGO.
009020     EXEC CICS SEND MAP('DLGMMAP')
009030         MAPSET('TESTMSD')
009040         ERASE
009050     END-EXEC.
009060     MOVE 'DLGMCOB' TO CA-LAST-PGM OF DG-COMMAREA.
009070     EXEC CICS RETURN
009080         TRANSID(EIBTRNID)
009090         COMMAREA(DG-COMMAREA)
009100         LENGTH(LENGTH OF DG-COMMAREA)
009110     END-EXEC.
009120*                                                               *
009130*    9600-AUDITQ-ERROR - THE AUDIT QUEUE (AUDT) GOING NOTOPEN   *
009140*    IS A DIFFERENT PROBLEM THAN THE DELEGATION FILE GOING      *
009150*    NOTOPEN - RESP IS CHECKED EXPLICITLY ON THE WRITEQ TD SO   *
009160*    THIS DOESN'T GET LUMPED INTO 9200-NOTOPEN-ERROR'S WORDING. *
009170*                                                               *
009180 9600-AUDITQ-ERROR.
009190     MOVE 'AUDIT QUEUE CURRENTLY UNAVAILABLE' TO DG-MSG-TEXT.
009200     GO TO 9500-ERROR-COMMON.
