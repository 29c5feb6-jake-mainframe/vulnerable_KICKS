000080*    KAJCCOB - MAIN MENU TRANSACTION                           *
000090*    DISPLAYS MAP KAJCMAP (MAPSET TESTMSD) AND LETS THE         *
000100*    OPERATOR KEY A PROGRAM/TRANSACTION OPTION CODE TO BRANCH   *
000110*    TO ANY OPTION ON THE OPTENT FILE (COPY KAJCENT) THAT THE   *
000115*    OPERATOR IS ENTITLED TO; THE MENU LISTS THOSE OPTIONS.     *
000120*                                                               *
000130*    MODIFICATION HISTORY                                      *
000140*    DATE       INIT  DESCRIPTION                               *
001250*                     SIGNED-ON OPERATOR, AND PSWDCOB PROVES   *
001260*                     IDENTITY WITH THE CURRENT PASSWORD       *
001270*    09/02/26   JTM   8100 STAMPS JRN-TASK-SEQ FROM CA-JRN-SEQ  *
001271*                     SO BALNCOB CAN BALANCE THE DAY'S JOURNAL  *
001272*    10/15/26   JTM   ADDED 'CERT' (CERTCOB, QUARTERLY ACCESS   *
001273*                     RECERTIFICATION) TO THE TARGET TABLE      *
001274*    10/15/26   JTM   OPTIONS NOW COME FROM THE OPTENT          *
001275*                     ENTITLEMENT FILE (COPY KAJCENT) - KC-     *
001276*                     TARGET-TABLE AND THE FIXED                *
001277*                     SUPERVISOR/ADMIN GATE ARE GONE, PSWD IS   *
001278*                     NO LONGER A SPECIAL CASE                  *
001279*                     (3100/3200/1060), AND THE MENU LISTS ONLY *
001280*                     THE OPTIONS THE OPERATOR MAY USE (5200)   *
001281*    10/15/26   JTM   DENIED AND UNRECOGNIZED OPTIONS (3000,    *
001282*                     9300) FEED THE SECURITY ALERT CHECK       *
001283*                     (7000-7250, COPY KAJCALW/KAJCALR) - A     *
001284*                     CROSSED PARMFL THRESHOLD (ALRTDENY)       *
001285*                     WRITES AN OPEN ALERT TO ALERTS AND IS     *
001286*                     JOURNALLED UNDER ALRT OUTCOME 'R'         *
001287*    10/15/26   JTM   3200 AND 5200 ALSO HONOUR AN APPROVED     *
001288*                     DELEGATION IN FORCE TODAY (DELEGT, COPY   *
001289*                     KAJCDLG - 1070): THE OPTION CHECK AND THE *
001290*                     MENU LIST USE THE DELEGATED AUTHORITY     *
001291*                     WHEN IT IS HIGHER; OPT-AUTHORITY ITSELF   *
001292*                     IS NOT CHANGED                            *
001293 ENVIRONMENT DIVISION.
001300 DATA DIVISION.
001310 WORKING-STORAGE SECTION.
001320*                                                               *
001330*    THE MENU TARGETS LIVE ON THE OPTENT FILE (COPY KAJCENT) -  *
001340*    3100 LOOKS THE KEYED OPTION UP THERE, 3200 DECIDES WHETHER *
001350*    THIS OPERATOR MAY USE IT, AND 5200 LISTS EVERY OPTION IT   *
001360*    WOULD ALLOW.                                               *
001550*                                                               *
001560 77  KC-FOUND-SW           PIC X(01) VALUE 'N'.
001570     88  KC-TARGET-FOUND       VALUE 'Y'.
001575 77  KC-TARGET-PGM         PIC X(08) VALUE SPACES.
001580 77  KC-AUTH-SW            PIC X(01) VALUE 'N'.
001590     88  KC-IS-AUTHORIZED      VALUE 'Y'.
001600 77  KC-OPERATOR-KEY       PIC X(08) VALUE SPACES.
001810 77  KC-CUR-MMSS           PIC S9(4) COMP VALUE 0.
001820 77  KC-CUR-MM             PIC S9(4) COMP VALUE 0.
001830 77  KC-IDLE-MINS          PIC S9(8) COMP VALUE 0.
001831*    ENTITLEMENT CHECK (1060, SEE KAJCENT) - THE OPTENT KEY,    *
001832*    THE ANSWER, AND THE AUTHORITY IT IS MEASURED BY.           *
001833 77  KC-ENT-SW             PIC X(01) VALUE 'N'.
001834 77  KC-EFF-AUTH           PIC X(01) VALUE SPACE.
001835 01  KC-ENT-RIDFLD.
001836     05  KC-ENT-OPTION     PIC X(04) VALUE SPACES.
001837     05  KC-ENT-OPID       PIC X(08) VALUE SPACES.
001838*    OPTION LIST FOR THE MENU (5200) - TWO ENTRIES TO A         *
001839*    KAJCMAPT LINE, TWENTY AT MOST.                             *
001840 01  KC-BR-RIDFLD.
001841     05  KC-BR-OPTION      PIC X(04) VALUE SPACES.
001842     05  KC-BR-OPID        PIC X(08) VALUE SPACES.
001843 77  KC-BROWSE-EOF-SW      PIC X(01) VALUE 'N'.
001844     88  KC-BROWSE-DONE        VALUE 'Y'.
001845 77  KC-LIST-COUNT         PIC S9(4) COMP VALUE 0.
001846 77  KC-LIST-IX            PIC S9(4) COMP VALUE 0.
001847 77  KC-LIST-LINE          PIC S9(4) COMP VALUE 0.
001848 77  KC-LIST-COL           PIC S9(4) COMP VALUE 0.
001849 01  KC-LIST-ENTRY.
001850     05  KC-LE-OPTION      PIC X(04).
001851     05  FILLER            PIC X(03) VALUE ' - '.
001852     05  KC-LE-DESC        PIC X(30).
001853     05  FILLER            PIC X(01) VALUE SPACE.
001854 01  KC-LIST-PAIR.
001855     05  KC-LP-ENTRY       PIC X(38) OCCURS 2 TIMES.
001856*                                                               *
001857*    SECURITY ALERT CHECK (7000-7250, SEE KAJCALW/KAJCALR) -    *
001858*    A DENIED OR UNKNOWN OPTION IS COUNTED AGAINST THE          *
001859*    OPERATOR'S AND THE TERMINAL'S WINDOWS; THE THRESHOLD AND   *
001860*    WINDOW COME FROM PARMFL (COPY KAJCPRM).                    *
001861 77  KC-PARM-KEY           PIC X(08) VALUE SPACES.
001862 77  KC-AL-TYPE            PIC X(01) VALUE SPACE.
001863 77  KC-AL-OPERATOR        PIC X(08) VALUE SPACES.
001864 77  KC-AL-TERM            PIC X(04) VALUE SPACES.
001865 77  KC-AL-SCOPE           PIC X(01) VALUE SPACE.
001866 77  KC-AL-COUNT           PIC S9(4) COMP VALUE 0.
001867 77  KC-AL-THRESHOLD       PIC S9(4) COMP VALUE 0.
001868 77  KC-AL-WINDOW          PIC S9(4) COMP VALUE 15.
001869 77  KC-AL-NOW             PIC S9(9) COMP-3 VALUE 0.
001870 77  KC-AL-CUTOFF          PIC S9(9) COMP-3 VALUE 0.
001871 77  KC-AL-YY              PIC S9(4) COMP VALUE 0.
001872 77  KC-AL-DDD             PIC S9(4) COMP VALUE 0.
001873 77  KC-AL-HH              PIC S9(4) COMP VALUE 0.
001874 77  KC-AL-MMSS            PIC S9(4) COMP VALUE 0.
001875 77  KC-AL-MM              PIC S9(4) COMP VALUE 0.
001876 77  KC-AL-IX              PIC S9(4) COMP VALUE 0.
001877 77  KC-AL-KEEP            PIC S9(4) COMP VALUE 0.
001878 77  KC-AL-RESP            PIC S9(8) COMP VALUE 0.
001879 77  KC-AL-NEW-SW          PIC X(01) VALUE 'N'.
001880     88  KC-AL-NEW-WINDOW      VALUE 'Y'.
001881 77  KC-AL-CROSS-SW        PIC X(01) VALUE 'N'.
001882     88  KC-AL-CROSSED         VALUE 'Y'.
001883 77  KC-AL-WRITE-SW        PIC X(01) VALUE 'N'.
001884     88  KC-AL-WRITE-DONE      VALUE 'Y' 'F'.
001885 01  KC-AW-KEY.
001886     05  KC-AW-TYPE        PIC X(01) VALUE SPACE.
001887     05  KC-AW-SCOPE       PIC X(01) VALUE SPACE.
001888     05  KC-AW-SUBJECT     PIC X(08) VALUE SPACES.
001889*    OUTGOING COMMAREA IS BUILT HERE IN WORKING-STORAGE, NOT IN *
001890*    THE LINKAGE-SECTION DFHCOMMAREA BELOW - ON A COLD START    *
001891*    (EIBCALEN = 0) THERE IS NO CALLER-SUPPLIED STORAGE FOR     *
001892*    DFHCOMMAREA TO ADDRESS, SO IT MUST NEVER BE WRITTEN (OR    *
001893*    READ) UNTIL EIBCALEN CONFIRMS A COMMAREA WAS PASSED IN.    *
001894*                                                               *
001900 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==KC-COMMAREA==.
001910*                                                               *
001920 COPY KAJCOPT.
001923 COPY KAJCENT.
001926 COPY KAJCDLG.
001930 COPY KAJCSES.
001932 COPY KAJCPRM.
001934 COPY KAJCALW.
001936 COPY KAJCALR.
001940 COPY KAJCJRN.
001950 COPY TESTMSD.
001960 COPY DFHAID.
002810         NOTFND     (9300-NOTFND-ERROR)
002820         PGMIDERR   (9400-PGMIDERR-ERROR)
002830     END-EXEC.
002831 1000-EXIT.
002832     EXIT.
002833*                                                               *
002834*    1060-CHECK-ENTITLEMENT - MAY THE SIGNED-ON OPERATOR USE    *
002835*    OPTION KC-ENT-OPTION?  AN OVERRIDE RECORD FOR THE          *
002836*    OPERATOR WINS (G GRANTS, D DENIES); OTHERWISE THE          *
002837*    OPTION'S DEFINITION MUST BE ON FILE AND KC-EFF-AUTH        *
002838*    AT LEAST ITS MINIMUM.  NO DEFINITION, OR THE FILE          *
002839*    UNAVAILABLE, DENIES.                                       *
002840*                                                               *
002841 1060-CHECK-ENTITLEMENT.
002842     MOVE 'N' TO KC-ENT-SW.
002843     MOVE CA-OPERATOR-ID OF KC-COMMAREA TO KC-ENT-OPID.
002844     EXEC CICS READ
002845         FILE('OPTENT')
002846         INTO(KAJCENT-RECORD)
002847         RIDFLD(KC-ENT-RIDFLD)
002848         KEYLENGTH(12)
002849         RESP(KC-RESP)
002850     END-EXEC.
002851     IF KC-RESP = DFHRESP(NORMAL)
002852         IF ENT-OVR-GRANT
002853             MOVE 'Y' TO KC-ENT-SW
002854             GO TO 1060-EXIT
002855         END-IF
002856         IF ENT-OVR-DENY
002857             GO TO 1060-EXIT
002858         END-IF
002859     END-IF.
002860     MOVE SPACES TO KC-ENT-OPID.
002861     EXEC CICS READ
002862         FILE('OPTENT')
002863         INTO(KAJCENT-RECORD)
002864         RIDFLD(KC-ENT-RIDFLD)
002865         KEYLENGTH(12)
002866         RESP(KC-RESP)
002867     END-EXEC.
002868     IF KC-RESP = DFHRESP(NORMAL)
002869         AND KC-EFF-AUTH NOT < ENT-MIN-AUTH
002870         MOVE 'Y' TO KC-ENT-SW
002871     END-IF.
002872 1060-EXIT.
002873     EXIT.
002874*                                                               *
002875*    1070-APPLY-DELEGATION - A DELEGATION IN FORCE TODAY FOR    *
002876*    THE SIGNED-ON OPERATOR (DELEGT, SEE KAJCDLG) RAISES        *
002877*    KC-EFF-AUTH TO THE AUTHORITY DELEGATED; OPT-AUTHORITY      *
002878*    ITSELF IS NEVER CHANGED.  NO DELEGATION, ONE NOT IN FORCE  *
002879*    TODAY, OR THE FILE UNAVAILABLE LEAVES THE OPERATOR'S OWN.  *
002880*                                                               *
002881 1070-APPLY-DELEGATION.
002882     EXEC CICS READ
002883         FILE('DELEGT')
002884         INTO(KAJCDLG-RECORD)
002885         RIDFLD(KC-OPERATOR-KEY)
002886         KEYLENGTH(8)
002887         RESP(KC-RESP)
002888     END-EXEC.
002889     IF KC-RESP NOT = DFHRESP(NORMAL)
002890         GO TO 1070-EXIT
002891     END-IF.
002892     IF DLG-STAT-ACTIVE
002893         AND DLG-START-DATE NOT > EIBDATE
002894         AND DLG-END-DATE NOT < EIBDATE
002895         AND DLG-AUTHORITY > KC-EFF-AUTH
002896         MOVE DLG-AUTHORITY TO KC-EFF-AUTH
002897     END-IF.
002898 1070-EXIT.
002899     EXIT.
002900*                                                               *
002901*    1100-CHECK-SESSION - THE LIVE-SESSION GATE (SEE KAJCSES).  *
002902*    THE TERMINAL'S SESSON RECORD MUST EXIST, CARRY THE         *
002903*    SIGNED-ON ID, AND HAVE BEEN ACTIVE WITHIN THE IDLE LIMIT - *
002904*    OTHERWISE THE CONVERSATION IS FORCED BACK THROUGH THE      *
002910*    SIGN-ON SCREEN.  A GOOD CHECK RE-STAMPS THE LAST-ACTIVITY  *
002920*    TIME; THE RE-STAMP ITSELF IS BEST-EFFORT.                  *
002930*                                                               *
003920     IF NOT KC-TARGET-FOUND
003930         MOVE 'N' TO KC-JRN-OUTCOME
003940         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
003942*        DENIED AND UNKNOWN OPTIONS FEED THE ALERT CHECK.       *
003944         MOVE 'D' TO KC-AL-TYPE
003946         PERFORM 7000-CHECK-ALERT THRU 7000-EXIT
003950         MOVE 'OPTION NOT RECOGNIZED - SEE YOUR SUPERVISOR'
003960             TO KC-MSG-TEXT
003970         PERFORM 5000-SEND-MENU-MAP THRU 5000-EXIT
003980         GO TO 3000-EXIT
003990     END-IF.
004000     PERFORM 3200-CHECK-AUTHORITY THRU 3200-EXIT.
004100     IF NOT KC-IS-AUTHORIZED
004110         MOVE 'D' TO KC-JRN-OUTCOME
004120         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004123         MOVE 'D' TO KC-AL-TYPE
004126         PERFORM 7000-CHECK-ALERT THRU 7000-EXIT
004130         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO KC-MSG-TEXT
004140         PERFORM 5000-SEND-MENU-MAP THRU 5000-EXIT
004150         GO TO 3000-EXIT
004200     MOVE OPIDI OF KAJCMAPI TO CA-SELECT-KEY OF KC-COMMAREA.
004210     MOVE 'Y'             TO CA-AUTH-FLAG OF KC-COMMAREA.
004220     EXEC CICS XCTL
004230         PROGRAM(KC-TARGET-PGM)
004240         COMMAREA(KC-COMMAREA)
004250         LENGTH(LENGTH OF KC-COMMAREA)
004260     END-EXEC.
004270 3000-EXIT.
004280     EXIT.
004290*                                                               *
004300*    3100-LOOKUP-TARGET - THE KEYED CODE MUST BE AN OPTION      *
004302*    DEFINITION ON THE OPTENT FILE THAT SHOWS ON THE MENU -     *
004304*    SUB-SCREEN AND IN-SCREEN CODES (HIST, CRTA ...) ARE NOT    *
004306*    MENU TARGETS.  THE FILE BEING UNAVAILABLE IS 9250.         *
004310*                                                               *
004320 3100-LOOKUP-TARGET.
004330     MOVE 'N' TO KC-FOUND-SW.
004340     MOVE OPTNI OF KAJCMAPI TO KC-ENT-OPTION.
004350     MOVE SPACES TO KC-ENT-OPID.
004360     EXEC CICS READ
004370         FILE('OPTENT')
004380         INTO(KAJCENT-RECORD)
004390         RIDFLD(KC-ENT-RIDFLD)
004391         KEYLENGTH(12)
004392         RESP(KC-RESP)
004393     END-EXEC.
004394     EVALUATE KC-RESP
004395         WHEN DFHRESP(NORMAL)
004396             IF ENT-ON-MENU
004397                 MOVE 'Y' TO KC-FOUND-SW
004398                 MOVE ENT-PROGRAM TO KC-TARGET-PGM
004399             END-IF
004400         WHEN DFHRESP(NOTFND)
004401             CONTINUE
004402         WHEN OTHER
004403             GO TO 9250-OPTENT-ERROR
004404     END-EVALUATE.
004410 3100-EXIT.
004420     EXIT.
004430*                                                               *
004440*    3200-CHECK-AUTHORITY - READ THE OPERATOR MASTER AND ALLOW  *
004450*    THE XCTL ONLY FOR AN ACTIVE ID ENTITLED TO THE OPTION ON   *
004460*    THE OPTENT FILE (1060).  THE KEY IS THE SIGNED-ON          *
004470*    CA-OPERATOR-ID SET BY SGONCOB, NOT EIBOPID - THE           *
004480*    TERMINAL-LEVEL ID IS WHATEVER CICS SIGN-ON LEFT THERE AND  *
004490*    SAYS NOTHING ABOUT WHO IS AT THE KEYBOARD NOW.  NOTFND IS  *
004495*    TRAPPED BY THE HANDLE CONDITION IN 1000-INITIALIZE.        *
004500*                                                               *
004510 3200-CHECK-AUTHORITY.
004520     MOVE 'N' TO KC-AUTH-SW.
004580         RIDFLD(KC-OPERATOR-KEY)
004590         KEYLENGTH(8)
004600     END-EXEC.
004610     IF NOT OPT-IS-ACTIVE
004620         GO TO 3200-EXIT
004640     END-IF.
004641     MOVE OPT-AUTHORITY TO KC-EFF-AUTH.
004642     PERFORM 1070-APPLY-DELEGATION THRU 1070-EXIT.
004643     MOVE OPTNI OF KAJCMAPI TO KC-ENT-OPTION.
004644     PERFORM 1060-CHECK-ENTITLEMENT THRU 1060-EXIT.
004645     MOVE KC-ENT-SW TO KC-AUTH-SW.
004650 3200-EXIT.
004660     EXIT.
004670*                                                               *
004860     END-EXEC.
004870 5000-EXIT.
004880     EXIT.
004881*                                                               *
004882*    5100-SEND-INITIAL-MAP - FIRST ENTRY INTO THE TRANSACTION,  *
004883*    ERASE THE SCREEN AND SHOW THE BLANK MENU.                  *
004884*                                                               *
004885 5100-SEND-INITIAL-MAP.
004886     MOVE SPACES TO KAJCMAPO.
004887     MOVE 'KAJC MAIN MENU - ENTER OPTION AND PRESS ENTER'
004888         TO TITLO.
004889     PERFORM 5200-BUILD-OPTION-LIST THRU 5200-EXIT.
004890     EXEC CICS SEND MAP('KAJCMAP')
004891         MAPSET('TESTMSD')
004892         ERASE
004893     END-EXEC.
004894 5100-EXIT.
004895     EXIT.
004896*                                                               *
004897*    5200-BUILD-OPTION-LIST - BROWSE THE OPTION DEFINITIONS     *
004898*    (BLANK OPERATOR PART OF THE KEY) AND LIST EACH MENU        *
004899*    OPTION THIS OPERATOR IS ENTITLED TO, CODE AND              *
004900*    DESCRIPTION, TWO TO A LINE.  THE OVERRIDE RECORDS SORT     *
004901*    AMONG THE DEFINITIONS AND ARE SKIPPED.  AN UNREADABLE      *
004902*    MASTER OR FILE JUST LEAVES THE LIST SHORT (OR EMPTY) -     *
004903*    3200 STILL GUARDS EVERY SELECTION.                         *
004904*                                                               *
004905 5200-BUILD-OPTION-LIST.
004906     MOVE 0 TO KC-LIST-COUNT.
004907     MOVE 'N' TO KC-BROWSE-EOF-SW.
004908     MOVE CA-OPERATOR-ID OF KC-COMMAREA TO KC-OPERATOR-KEY.
004909     EXEC CICS READ
004910         FILE('OPERTOR')
004911         INTO(KAJCOPT-RECORD)
004912         RIDFLD(KC-OPERATOR-KEY)
004913         KEYLENGTH(8)
004914         RESP(KC-RESP)
004915     END-EXEC.
004916     IF KC-RESP NOT = DFHRESP(NORMAL)
004917         GO TO 5200-EXIT
004918     END-IF.
004919     IF NOT OPT-IS-ACTIVE
004920         GO TO 5200-EXIT
004921     END-IF.
004922     MOVE OPT-AUTHORITY TO KC-EFF-AUTH.
004923     PERFORM 1070-APPLY-DELEGATION THRU 1070-EXIT.
004924     MOVE LOW-VALUES TO KC-BR-RIDFLD.
004925     EXEC CICS STARTBR
004926         FILE('OPTENT')
004927         RIDFLD(KC-BR-RIDFLD)
004928         KEYLENGTH(12)
004929         GTEQ
004930         RESP(KC-RESP)
004931     END-EXEC.
004932     IF KC-RESP NOT = DFHRESP(NORMAL)
004933         GO TO 5200-EXIT
004934     END-IF.
004935     PERFORM 5210-LIST-ONE-OPTION THRU 5210-EXIT
004936         UNTIL KC-BROWSE-DONE OR KC-LIST-COUNT = 20.
004937     EXEC CICS ENDBR FILE('OPTENT') END-EXEC.
004938 5200-EXIT.
004939     EXIT.
004940 5210-LIST-ONE-OPTION.
004941     EXEC CICS READNEXT
004942         FILE('OPTENT')
004943         INTO(KAJCENT-RECORD)
004944         RIDFLD(KC-BR-RIDFLD)
004945         KEYLENGTH(12)
004946         RESP(KC-RESP)
004947     END-EXEC.
004948     IF KC-RESP NOT = DFHRESP(NORMAL)
004949         MOVE 'Y' TO KC-BROWSE-EOF-SW
004950         GO TO 5210-EXIT
004951     END-IF.
004952     IF ENT-OPERATOR-ID NOT = SPACES OR NOT ENT-ON-MENU
004953         GO TO 5210-EXIT
004954     END-IF.
004955     MOVE ENT-OPTION TO KC-LE-OPTION.
004956     MOVE ENT-DESC   TO KC-LE-DESC.
004957     MOVE ENT-OPTION TO KC-ENT-OPTION.
004958     PERFORM 1060-CHECK-ENTITLEMENT THRU 1060-EXIT.
004959     IF KC-ENT-SW NOT = 'Y'
004960         GO TO 5210-EXIT
004961     END-IF.
004962     ADD 1 TO KC-LIST-COUNT.
004963     SUBTRACT 1 FROM KC-LIST-COUNT GIVING KC-LIST-IX.
004964     DIVIDE KC-LIST-IX BY 2
004965         GIVING KC-LIST-LINE REMAINDER KC-LIST-COL.
004966     ADD 1 TO KC-LIST-LINE.
004967     ADD 1 TO KC-LIST-COL.
004968     MOVE KAJCMAPT-DATA (KC-LIST-LINE) TO KC-LIST-PAIR.
004969     MOVE KC-LIST-ENTRY TO KC-LP-ENTRY (KC-LIST-COL).
004970     MOVE KC-LIST-PAIR TO KAJCMAPT-DATA (KC-LIST-LINE).
004971 5210-EXIT.
004972     EXIT.
004973*                                                               *
004974*    7000-CHECK-ALERT - COUNT ONE OCCURRENCE OF KC-AL-TYPE      *
004975*    (D - AN OPTION DENIED OR NOT RECOGNIZED) AGAINST           *
004976*    THE OPERATOR'S AND THE TERMINAL'S ROLLING WINDOWS ON THE   *
004977*    ALRTWN FILE (COPY KAJCALW), AND RAISE ONE ALERT (COPY      *
004978*    KAJCALR) WHEN EITHER REACHES THE TYPE'S PARMFL THRESHOLD.  *
004979*    A THRESHOLD OF ZERO TURNS THE TYPE OFF.  BEST-EFFORT - THE *
004980*    ALERT FILES BEING UNAVAILABLE NEVER STANDS BETWEEN AN      *
004981*    OPERATOR AND THE MENU DECISION ALREADY MADE.  THE SAME     *
004982*    CHECK AS SGONCOB'S, WHICH FEEDS THE SIGN-ON TYPES.         *
004983*                                                               *
004984 7000-CHECK-ALERT.
004985     MOVE 'N'    TO KC-AL-CROSS-SW.
004986     MOVE SPACE  TO KC-AL-SCOPE.
004987     MOVE 0      TO KC-AL-COUNT.
004988     MOVE CA-OPERATOR-ID OF KC-COMMAREA TO KC-AL-OPERATOR.
004989     MOVE EIBTRMID TO KC-AL-TERM.
004990     PERFORM 7050-GET-ALERT-PARMS THRU 7050-EXIT.
004991     IF KC-AL-THRESHOLD = 0
004992         GO TO 7000-EXIT
004993     END-IF.
004994*    THE MINUTE NUMBER OF THIS OCCURRENCE (SEE KAJCALW) AND THE *
004995*    OLDEST MINUTE STILL INSIDE THE WINDOW.                     *
004996     DIVIDE EIBDATE BY 1000
004997         GIVING KC-AL-YY REMAINDER KC-AL-DDD.
004998     DIVIDE EIBTIME BY 10000
004999         GIVING KC-AL-HH REMAINDER KC-AL-MMSS.
005000     DIVIDE KC-AL-MMSS BY 100 GIVING KC-AL-MM.
005001     COMPUTE KC-AL-NOW =
005002         (KC-AL-YY * 365 + KC-AL-DDD) * 1440
005003         + KC-AL-HH * 60 + KC-AL-MM.
005004     COMPUTE KC-AL-CUTOFF = KC-AL-NOW - KC-AL-WINDOW.
005005     MOVE KC-AL-TYPE     TO KC-AW-TYPE.
005006     MOVE 'O'            TO KC-AW-SCOPE.
005007     MOVE KC-AL-OPERATOR TO KC-AW-SUBJECT.
005008     PERFORM 7100-COUNT-ONE-WINDOW THRU 7100-EXIT.
005009     MOVE 'T'            TO KC-AW-SCOPE.
005010     MOVE KC-AL-TERM     TO KC-AW-SUBJECT.
005011     PERFORM 7100-COUNT-ONE-WINDOW THRU 7100-EXIT.
005012     IF KC-AL-CROSSED
005013         PERFORM 7200-RAISE-ALERT THRU 7200-EXIT
005014     END-IF.
005015 7000-EXIT.
005016     EXIT.
005017*                                                               *
005018*    7050-GET-ALERT-PARMS - THE THRESHOLD (0-10) AND THE        *
005019*    WINDOW IN MINUTES FROM PARMFL, EACH FALLING BACK TO ITS    *
005020*    COMPILED-IN DEFAULT WHEN THE RECORD IS MISSING OR THE      *
005021*    VALUE IS OUT OF RANGE.                                     *
005022*                                                               *
005023 7050-GET-ALERT-PARMS.
005024     MOVE 'ALRTDENY' TO KC-PARM-KEY.
005025     MOVE 5 TO KC-AL-THRESHOLD.
005026     EXEC CICS READ
005027         FILE('PARMFL')
005028         INTO(KAJCPRM-RECORD)
005029         RIDFLD(KC-PARM-KEY)
005030         KEYLENGTH(8)
005031         RESP(KC-AL-RESP)
005032     END-EXEC.
005033     IF KC-AL-RESP = DFHRESP(NORMAL)
005034         AND PRM-VALUE < 11
005035         MOVE PRM-VALUE TO KC-AL-THRESHOLD
005036     END-IF.
005037     MOVE 15 TO KC-AL-WINDOW.
005038     MOVE 'ALRTMINS' TO KC-PARM-KEY.
005039     EXEC CICS READ
005040         FILE('PARMFL')
005041         INTO(KAJCPRM-RECORD)
005042         RIDFLD(KC-PARM-KEY)
005043         KEYLENGTH(8)
005044         RESP(KC-AL-RESP)
005045     END-EXEC.
005046     IF KC-AL-RESP = DFHRESP(NORMAL)
005047         AND PRM-VALUE > 0 AND PRM-VALUE < 1000
005048         MOVE PRM-VALUE TO KC-AL-WINDOW
005049     END-IF.
005050 7050-EXIT.
005051     EXIT.
005052*                                                               *
005053*    7100-COUNT-ONE-WINDOW - READ (OR START) THE WINDOW RECORD  *
005054*    FOR KC-AW-KEY, DROP THE STAMPS THAT HAVE AGED OUT, ADD     *
005055*    THIS ONE, AND NOTE A CROSSING.  A CROSSED WINDOW IS        *
005056*    EMPTIED SO THE NEXT ALERT NEEDS A FRESH RUN.               *
005057*                                                               *
005058 7100-COUNT-ONE-WINDOW.
005059     MOVE 'N' TO KC-AL-NEW-SW.
005060     EXEC CICS READ
005061         FILE('ALRTWN')
005062         INTO(KAJCALW-RECORD)
005063         RIDFLD(KC-AW-KEY)
005064         KEYLENGTH(10)
005065         UPDATE
005066         RESP(KC-AL-RESP)
005067     END-EXEC.
005068     EVALUATE KC-AL-RESP
005069         WHEN DFHRESP(NORMAL)
005070             CONTINUE
005071         WHEN DFHRESP(NOTFND)
005072             MOVE SPACES    TO KAJCALW-RECORD
005073             MOVE KC-AW-KEY TO AW-KEY
005074             MOVE 0         TO AW-COUNT
005075             MOVE 'Y'       TO KC-AL-NEW-SW
005076         WHEN OTHER
005077             GO TO 7100-EXIT
005078     END-EVALUATE.
005079     MOVE 0 TO KC-AL-KEEP.
005080     PERFORM 7150-KEEP-ONE-STAMP THRU 7150-EXIT
005081         VARYING KC-AL-IX FROM 1 BY 1
005082         UNTIL KC-AL-IX > AW-COUNT.
005083     MOVE KC-AL-KEEP TO AW-COUNT.
005084     IF AW-COUNT > 9
005085         PERFORM 7160-SLIDE-ONE-STAMP THRU 7160-EXIT
005086             VARYING KC-AL-IX FROM 2 BY 1
005087             UNTIL KC-AL-IX > 10
005088         MOVE 9 TO AW-COUNT
005089     END-IF.
005090     ADD 1 TO AW-COUNT.
005091     MOVE KC-AL-NOW TO AW-STAMP (AW-COUNT).
005092     MOVE EIBDATE   TO AW-LAST-DATE.
005093     MOVE EIBTIME   TO AW-LAST-TIME.
005094     IF AW-COUNT NOT < KC-AL-THRESHOLD
005095         MOVE 'Y' TO KC-AL-CROSS-SW
005096         IF AW-COUNT > KC-AL-COUNT
005097             MOVE AW-COUNT TO KC-AL-COUNT
005098         END-IF
005099         IF KC-AL-SCOPE = SPACE
005100             MOVE KC-AW-SCOPE TO KC-AL-SCOPE
005101         ELSE
005102             MOVE 'B' TO KC-AL-SCOPE
005103         END-IF
005104         MOVE 0 TO AW-COUNT
005105     END-IF.
005106     IF KC-AL-NEW-WINDOW
005107         EXEC CICS WRITE
005108             FILE('ALRTWN')
005109             FROM(KAJCALW-RECORD)
005110             RIDFLD(AW-KEY)
005111             KEYLENGTH(10)
005112             RESP(KC-AL-RESP)
005113         END-EXEC
005114     ELSE
005115         EXEC CICS REWRITE
005116             FILE('ALRTWN')
005117             FROM(KAJCALW-RECORD)
005118             RESP(KC-AL-RESP)
005119         END-EXEC
005120     END-IF.
005121 7100-EXIT.
005122     EXIT.
005123 7150-KEEP-ONE-STAMP.
005124     IF AW-STAMP (KC-AL-IX) > KC-AL-CUTOFF
005125         ADD 1 TO KC-AL-KEEP
005126         MOVE AW-STAMP (KC-AL-IX) TO AW-STAMP (KC-AL-KEEP)
005127     END-IF.
005128 7150-EXIT.
005129     EXIT.
005130*    A FULL WINDOW LOSES ITS OLDEST STAMP TO MAKE ROOM.         *
005131 7160-SLIDE-ONE-STAMP.
005132     MOVE AW-STAMP (KC-AL-IX) TO AW-STAMP (KC-AL-IX - 1).
005133 7160-EXIT.
005134     EXIT.
005135*                                                               *
005136*    7200-RAISE-ALERT - WRITE THE OPEN ALERT FOR THE SUPERVISOR *
005137*    CONSOLE (ALRTCOB) AND JOURNAL THE RAISE UNDER OPTION ALRT, *
005138*    OUTCOME 'R'.  THE JOURNAL RECORD IS WRITTEN EVEN WHEN THE  *
005139*    ALERTS FILE REFUSES THE RECORD, SO THE CROSSING IS NEVER   *
005140*    LOST.                                                      *
005141*                                                               *
005142 7200-RAISE-ALERT.
005143     MOVE SPACES TO KAJCALR-RECORD.
005144     COMPUTE ALR-INV-DATE = 9999999 - EIBDATE.
005145     COMPUTE ALR-INV-TIME = 9999999 - EIBTIME.
005146     MOVE 1                TO ALR-SEQ.
005147     MOVE EIBDATE          TO ALR-DATE.
005148     MOVE EIBTIME          TO ALR-TIME.
005149     MOVE KC-AL-TYPE       TO ALR-TYPE.
005150     MOVE KC-AL-SCOPE      TO ALR-SCOPE.
005151     MOVE KC-AL-OPERATOR   TO ALR-OPERATOR-ID.
005152     MOVE KC-AL-TERM       TO ALR-TERMINAL-ID.
005153     MOVE 'KAJCCOB'        TO ALR-PROGRAM-ID.
005154     MOVE KC-AL-COUNT      TO ALR-COUNT.
005155     MOVE KC-AL-WINDOW     TO ALR-WINDOW.
005156     MOVE 'O'              TO ALR-STATUS.
005157     MOVE 0                TO ALR-ACK-DATE.
005158     MOVE 0                TO ALR-ACK-TIME.
005159     MOVE 'N' TO KC-AL-WRITE-SW.
005160     PERFORM 7250-WRITE-ONE-ALERT THRU 7250-EXIT
005161         UNTIL KC-AL-WRITE-DONE.
005162     MOVE 'ALRT' TO KC-JRN-OPTION.
005163     MOVE 'R'    TO KC-JRN-OUTCOME.
005164     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
005165 7200-EXIT.
005166     EXIT.
005167*    A DUPREC (A SECOND ALERT IN THE SAME SECOND) BUMPS THE     *
005168*    KEY'S SEQUENCE AND TRIES AGAIN.                            *
005169 7250-WRITE-ONE-ALERT.
005170     EXEC CICS WRITE
005171         FILE('ALERTS')
005172         FROM(KAJCALR-RECORD)
005173         RIDFLD(ALR-KEY)
005174         KEYLENGTH(16)
005175         RESP(KC-AL-RESP)
005176     END-EXEC.
005177     EVALUATE KC-AL-RESP
005178         WHEN DFHRESP(NORMAL)
005179             MOVE 'Y' TO KC-AL-WRITE-SW
005180         WHEN DFHRESP(DUPREC)
005181             IF ALR-SEQ < 99
005182                 ADD 1 TO ALR-SEQ
005183             ELSE
005184                 MOVE 'F' TO KC-AL-WRITE-SW
005185             END-IF
005186         WHEN OTHER
005187             MOVE 'F' TO KC-AL-WRITE-SW
005188     END-EVALUATE.
005189 7250-EXIT.
005190     EXIT.
005191*                                                               *
005192*    8100-WRITE-JOURNAL - AUDIT RECORD FOR THIS AID KEY, WRITTEN *
005193*    TO THE EXTRAPARTITION TD QUEUE AUDT SO RPTACOB CAN READ IT  *
005194*    OVERNIGHT.                                                 *
005195*                                                               *
005196 8100-WRITE-JOURNAL.
005197     MOVE EIBTRNID TO JRN-TRANS-ID.
005198     MOVE EIBAID   TO JRN-AID.
005199     MOVE EIBOPID  TO JRN-OPERATOR-ID.
005200     MOVE CA-OPERATOR-ID OF KC-COMMAREA
005201         TO JRN-USER-ID.
005202     MOVE EIBTRMID TO JRN-TERMINAL-ID.
005203     MOVE EIBDATE  TO JRN-DATE.
005204     MOVE EIBTIME  TO JRN-TIME.
005205     MOVE 'KAJCCOB' TO JRN-PROGRAM-ID.
005206     MOVE KC-JRN-OPTION  TO JRN-OPTION.
005207     MOVE KC-JRN-OUTCOME TO JRN-OUTCOME.
005208*    THE BALANCING SEQUENCE - CONTINUOUS ACROSS THE             *
005210*    CONVERSATION, RESTARTING AT 1 WITH A FRESH ONE (THE        *
005220*    CARRIED FIELD ARRIVES NON-NUMERIC ON A COLD START).        *
005230     IF CA-JRN-SEQ OF KC-COMMAREA NOT NUMERIC
005700     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
005710     MOVE 'OPERATOR FILE IS CURRENTLY UNAVAILABLE' TO KC-MSG-TEXT.
005720     GO TO 9500-ERROR-COMMON.
005721 9250-OPTENT-ERROR.
005722*    RAISED BY 3100 WHEN THE ENTITLEMENT FILE CANNOT BE READ -  *
005723*    THE ENTER KEY'S DEFERRED JOURNAL WRITE IS DONE HERE, AS    *
005724*    IN 9200.                                                   *
005725     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
005726     MOVE 'OPTION FILE IS CURRENTLY UNAVAILABLE' TO KC-MSG-TEXT.
005727     GO TO 9500-ERROR-COMMON.
005730 9300-NOTFND-ERROR.
005740*    RAISED BY 3200'S READ WHEN THE SIGNED-ON OPERATOR HAS NO   *
005750*    MASTER RECORD - A DENIAL AS FAR AS THE JOURNAL GOES, WITH  *
005760*    THE OPTION CODE ALREADY IN KC-JRN-OPTION.                  *
005770     MOVE 'D' TO KC-JRN-OUTCOME.
005780     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
005782*    A DENIAL - IT FEEDS THE ALERT CHECK AS 3000'S DO.          *
005784     MOVE 'D' TO KC-AL-TYPE.
005786     PERFORM 7000-CHECK-ALERT THRU 7000-EXIT.
005790     MOVE 'OPERATOR ID NOT FOUND - SEE YOUR SUPERVISOR'
005800         TO KC-MSG-TEXT.
005810     GO TO 9500-ERROR-COMMON.
