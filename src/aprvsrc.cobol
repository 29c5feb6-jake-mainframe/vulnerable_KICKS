000170*    DECIDED THEM AND WHEN; SECRCOB REPORTS ANYTHING STILL      *
000180*    PENDING AFTER TWO DAYS.  RESTRICTED TO ACTIVE              *
000190*    ADMINISTRATORS, THE SAME TIGHTER CHECK AS UPDTCOB.         *
000192*    A MASS-CHANGE BATCH LOADED BY MCHGCOB IS DECIDED AS A      *
000194*    UNIT BY ITS BATCH ID, NOT CHANGE BY CHANGE; IT ARRIVES     *
000196*    HELD UNTIL ITS SUBMITTER SIGNS ON AND RELEASES IT HERE.    *
000200*                                                               *
000210*    MODIFICATION HISTORY                                       *
000220*    DATE       INIT  DESCRIPTION                               *
000330*                     CLEAR NOW DROPS THE SESSION RECORD         *
000340*    09/02/26   JTM   THE APPLY CARRIES PCH-PRINT-DEST TO      *
000350*                     OPT-PRINT-DEST (BLANK ON A CHANGE        *
000351*                     MEANS LEAVE IT ALONE)                    *
000352*    09/02/26   JTM   8100 STAMPS JRN-TASK-SEQ FROM CA-JRN-SEQ  *
000353*                     SO BALNCOB CAN BALANCE THE DAY'S JOURNAL  *
000354*    10/15/26   JTM   1050 NOW AUTHORIZES FROM THE OPTENT       *
000355*                     OPTION ENTITLEMENT FILE (COPY KAJCENT,    *
000356*                     1060) - THE FIXED ACTIVE-ADMIN TEST IS    *
000357*                     NOW THE ADMIN MINIMUM ON THE 'APRV'       *
000358*                     DEFINITION, AND AN OVERRIDE CAN GRANT OR  *
000359*                     DENY ONE OPERATOR                         *
000360*    10/15/26   JTM   AN APPROVED OPTION ENTITLEMENT CHANGE     *
000361*                     (ACTION 'E' FROM ENTMCOB, TARGET '*' +    *
000362*                     OPTION CODE) IS APPLIED TO THE OPTENT     *
000363*                     FILE BY 3700 AND JOURNALLED UNDER THE     *
000364*                     OPTION CODE                               *
000365*    10/15/26   JTM   MASS-CHANGE BATCHES (MCHGCOB, PCH-BATCH-  *
000366*                     ID) ARE REVIEWED (ABTCH ALONE, 6100) AND  *
000367*                     APPROVED OR REJECTED AS A UNIT (ABTCH     *
000368*                     WITH A/R, 6000) - ALL OR NOTHING, NEVER   *
000369*                     BY THEIR SUBMITTER; A SINGLE DECISION ON  *
000370*                     A MEMBER IS REFUSED.  THE PENDING LIST    *
000371*                     SHOWS A BATCH AS ONE LINE                 *
000372*    10/15/26   JTM   1050 ALSO HONOURS AN APPROVED DELEGATION  *
000373*                     IN FORCE TODAY (DELEGT, COPY KAJCDLG -    *
000374*                     1070): THE ENTITLEMENT CHECK USES THE     *
000375*                     DELEGATED AUTHORITY WHEN IT IS HIGHER;    *
000376*                     OPT-AUTHORITY ITSELF IS NOT CHANGED       *
000377*    10/15/26   JTM   AN APPROVED DELEGATION REQUEST (ACTION    *
000378*                     'T' FROM DLGMCOB) IS APPLIED TO THE       *
000379*                     DELEGT FILE BY 3800 AND JOURNALLED UNDER  *
000380*                     OPTION DLGM; NOBODY MAY APPROVE ONE FOR   *
000381*                     THEMSELVES.  DELEGATION REQUESTS ARE      *
000382*                     NEVER TREATED AS BATCH MEMBERS            *
000383*    10/15/26   JTM   MASS-CHANGE BATCHES ARRIVE HELD (PCH-     *
000384*                     STATUS 'H').  S ON A BATCH (6500) LETS    *
000385*                     THE SIGNED-ON SUBMITTER RELEASE IT: EVERY *
000386*                     MEMBER'S PCH-REQ-BY IS RE-STAMPED FROM    *
000387*                     THE SIGNED-ON ID AND THE RELEASE IS       *
000388*                     JOURNALLED UNDER MCHG.  A HELD BATCH IS   *
000389*                     NEVER APPROVED, SO THE OWN-BATCH TEST     *
000390*                     SEES AN AUTHENTICATED SUBMITTER           *
000391 ENVIRONMENT DIVISION.
000400 DATA DIVISION.
000410 WORKING-STORAGE SECTION.
000420 77  AP-AUTH-SW            PIC X(01) VALUE 'N'.
000510     88  AP-BROWSE-DONE        VALUE 'Y'.
000520 77  AP-APPLY-SW           PIC X(01) VALUE 'Y'.
000530     88  AP-APPLY-OK           VALUE 'Y'.
000532 77  AP-ENT-FOUND-SW        PIC X(01) VALUE 'N'.
000534     88  AP-ENT-ON-FILE        VALUE 'Y'.
000536 77  AP-DLG-FOUND-SW        PIC X(01) VALUE 'N'.
000538     88  AP-DLG-ON-FILE        VALUE 'Y'.
000540*                                                               *
000550*    OPTION/OUTCOME CARRIED INTO THE NEXT JOURNAL RECORD -      *
000560*    8100-WRITE-JOURNAL RESETS BOTH TO THE DEFAULTS (NO OPTION, *
000880     05  AP-PL-DATE        PIC 9(07).
000890     05  FILLER            PIC X(13) VALUE SPACES.
000900*                                                               *
000901*    4000'S ONE-LINE-PER-BATCH VIEW: WHICH BATCH EACH LINE IS   *
000902*    (SPACES FOR A SINGLE CHANGE) AND ITS RUNNING COUNT.        *
000903*                                                               *
000904 01  AP-LIST-TABLE.
000905     05  AP-LIST-ENTRY OCCURS 5 TIMES.
000906         10  AP-LIST-BATCH     PIC X(08).
000907         10  AP-LIST-COUNT     PIC 9(03).
000908 77  AP-LIST-IX            PIC S9(4) COMP VALUE 0.
000909 77  AP-LIST-HIT           PIC S9(4) COMP VALUE 0.
000910 01  AP-BATCH-LINE.
000911     05  FILLER            PIC X(06) VALUE 'BATCH '.
000912     05  AP-BL-BATCH       PIC X(08).
000913     05  FILLER            PIC X(01) VALUE SPACES.
000914     05  AP-BL-COUNT       PIC ZZ9.
000915     05  AP-BL-STATE       PIC X(13).
000916     05  AP-BL-REQ-BY      PIC X(08).
000917     05  FILLER            PIC X(01) VALUE SPACES.
000918     05  AP-BL-DATE        PIC 9(07).
000919     05  FILLER            PIC X(23) VALUE SPACES.
000920*                                                               *
000921*    MASS-CHANGE BATCH (MCHGCOB) BEING REVIEWED OR DECIDED -    *
000922*    6200 COLLECTS ITS PENDING MEMBERS' KEYS BEFORE ANY IS      *
000923*    TOUCHED; A BATCH HOLDS AT MOST 99.                         *
000924*                                                               *
000925 77  AP-BATCH-ID           PIC X(08) VALUE SPACES.
000926 77  AP-BATCH-REQ-BY       PIC X(08) VALUE SPACES.
000927 77  AP-LAST-SHOWN         PIC X(08) VALUE SPACES.
000928 77  AP-REVIEW-SW          PIC X(01) VALUE 'N'.
000929     88  AP-REVIEWING          VALUE 'Y'.
000930 77  AP-MORE-SW            PIC X(01) VALUE 'N'.
000931     88  AP-MORE-MEMBERS       VALUE 'Y'.
000932 77  AP-OWN-SW             PIC X(01) VALUE 'N'.
000933     88  AP-OWN-BATCH          VALUE 'Y'.
000934 77  AP-HELD-SW            PIC X(01) VALUE 'N'.
000935     88  AP-BATCH-HELD         VALUE 'Y'.
000936 77  AP-BK-MAX             PIC S9(4) COMP VALUE 99.
000937 77  AP-BK-COUNT           PIC S9(4) COMP VALUE 0.
000938 77  AP-BK-IX              PIC S9(4) COMP VALUE 0.
000939 77  AP-DONE-COUNT         PIC S9(4) COMP VALUE 0.
000940 77  AP-LEFT-COUNT         PIC S9(4) COMP VALUE 0.
000941 77  AP-EDIT-COUNT         PIC ZZ9.
000942 77  AP-EDIT-LEFT          PIC ZZ9.
000943 01  AP-BK-TABLE.
000944     05  AP-BK-ENTRY OCCURS 99 TIMES.
000945         10  AP-BK-TARGET      PIC X(08).
000946         10  AP-BK-SEQ         PIC 9(03).
000947         10  AP-BK-ACTION      PIC X(01).
000948*                                                               *
000949*                                                               *
000950*    SESSION WORK FIELDS FOR 1100-CHECK-SESSION - THE IDLE      *
000951*    LIMIT IS MINUTES WITHOUT ACTIVITY BEFORE THE CONVERSATION  *
000952*    IS FORCED BACK THROUGH SGONCOB.                            *
000953 77  AP-SES-KEY            PIC X(04) VALUE SPACES.
000960 77  AP-IDLE-LIMIT         PIC S9(4) COMP VALUE 15.
000970 77  AP-LAST-HH            PIC S9(4) COMP VALUE 0.
000980 77  AP-LAST-MMSS          PIC S9(4) COMP VALUE 0.
001010 77  AP-CUR-MMSS           PIC S9(4) COMP VALUE 0.
001020 77  AP-CUR-MM             PIC S9(4) COMP VALUE 0.
001030 77  AP-IDLE-MINS          PIC S9(8) COMP VALUE 0.
001031*    ENTITLEMENT CHECK (1050/1060, SEE KAJCENT) - THE OPTENT    *
001032*    KEY, THE ANSWER, AND THE AUTHORITY IT IS MEASURED BY.      *
001033 77  AP-ENT-SW             PIC X(01) VALUE 'N'.
001034 77  AP-EFF-AUTH           PIC X(01) VALUE SPACE.
001035 01  AP-ENT-RIDFLD.
001036     05  AP-ENT-OPTION     PIC X(04) VALUE SPACES.
001037     05  AP-ENT-OPID       PIC X(08) VALUE SPACES.
001040*    OUTGOING COMMAREA IS BUILT HERE IN WORKING-STORAGE, NOT IN *
001050*    THE LINKAGE-SECTION DFHCOMMAREA BELOW - ON A COLD START    *
001060*    (EIBCALEN = 0) THERE IS NO CALLER-SUPPLIED STORAGE FOR     *
001100 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==AP-COMMAREA==.
001110*                                                               *
001120 COPY KAJCOPT.
001123 COPY KAJCENT.
001126 COPY KAJCDLG.
001130 COPY KAJCHST.
001140 COPY KAJCPND.
001150 COPY KAJCSES.
001730         MOVE 'INVALID KEY PRESSED - PLEASE RE-ENTER'
001740             TO AP-MSG-TEXT
001750     END-IF.
001760     IF NOT AP-REVIEWING
001763         PERFORM 4000-BUILD-PENDING-LINES THRU 4000-EXIT
001766     END-IF.
001770     PERFORM 5000-SEND-APRV-MAP THRU 5000-EXIT.
001780     MOVE 'APRVCOB' TO CA-LAST-PGM OF AP-COMMAREA.
001790     EXEC CICS RETURN
001980 1000-EXIT.
001990     EXIT.
002000*                                                               *
002010*    1050-CHECK-AUTHORITY - CA-AUTH-FLAG IS TRUSTED ONLY WHEN   *
002020*    IT CAME FROM A CALLER (EIBCALEN NOT = 0); THE SIGNED-ON    *
002030*    ID MUST THEN STILL BE ACTIVE ON THE MASTER AND BE          *
002040*    ENTITLED TO OPTION 'APRV' ON THE OPTENT FILE (1060, SEE    *
002050*    KAJCENT).  A NOTFND OR NOTOPEN ON EITHER FILE LEAVES THE   *
002055*    SWITCH AT 'N'.                                             *
002060*                                                               *
002070 1050-CHECK-AUTHORITY.
002080     MOVE 'N' TO AP-AUTH-SW.
002160         RIDFLD(AP-OPERATOR-KEY)
002170         KEYLENGTH(8)
002180         RESP(AP-RESP)
002181     END-EXEC.
002182     IF AP-RESP NOT = DFHRESP(NORMAL)
002183         GO TO 1050-EXIT
002184     END-IF.
002185     IF NOT OPT-IS-ACTIVE
002186         GO TO 1050-EXIT
002187     END-IF.
002188     MOVE OPT-AUTHORITY TO AP-EFF-AUTH.
002189     PERFORM 1070-APPLY-DELEGATION THRU 1070-EXIT.
002190     MOVE 'APRV' TO AP-ENT-OPTION.
002191     PERFORM 1060-CHECK-ENTITLEMENT THRU 1060-EXIT.
002192     MOVE AP-ENT-SW TO AP-AUTH-SW.
002193 1050-EXIT.
002194     EXIT.
002195*                                                               *
002196*    1060-CHECK-ENTITLEMENT - MAY THE SIGNED-ON OPERATOR USE    *
002197*    OPTION AP-ENT-OPTION?  AN OVERRIDE RECORD FOR THE          *
002198*    OPERATOR WINS (G GRANTS, D DENIES); OTHERWISE THE          *
002199*    OPTION'S DEFINITION MUST BE ON FILE AND AP-EFF-AUTH        *
002200*    AT LEAST ITS MINIMUM.  NO DEFINITION, OR THE FILE          *
002201*    UNAVAILABLE, DENIES.                                       *
002202*                                                               *
002203 1060-CHECK-ENTITLEMENT.
002204     MOVE 'N' TO AP-ENT-SW.
002205     MOVE CA-OPERATOR-ID OF AP-COMMAREA TO AP-ENT-OPID.
002206     EXEC CICS READ
002207         FILE('OPTENT')
002208         INTO(KAJCENT-RECORD)
002209         RIDFLD(AP-ENT-RIDFLD)
002210         KEYLENGTH(12)
002211         RESP(AP-RESP)
002212     END-EXEC.
002213     IF AP-RESP = DFHRESP(NORMAL)
002214         IF ENT-OVR-GRANT
002215             MOVE 'Y' TO AP-ENT-SW
002216             GO TO 1060-EXIT
002217         END-IF
002218         IF ENT-OVR-DENY
002219             GO TO 1060-EXIT
002220         END-IF
002221     END-IF.
002222     MOVE SPACES TO AP-ENT-OPID.
002223     EXEC CICS READ
002224         FILE('OPTENT')
002225         INTO(KAJCENT-RECORD)
002226         RIDFLD(AP-ENT-RIDFLD)
002227         KEYLENGTH(12)
002228         RESP(AP-RESP)
002229     END-EXEC.
002230     IF AP-RESP = DFHRESP(NORMAL)
002231         AND AP-EFF-AUTH NOT < ENT-MIN-AUTH
002232         MOVE 'Y' TO AP-ENT-SW
002233     END-IF.
002234 1060-EXIT.
002235     EXIT.
002236*                                                               *
002237*    1070-APPLY-DELEGATION - A DELEGATION IN FORCE TODAY FOR    *
002238*    THE SIGNED-ON OPERATOR (DELEGT, SEE KAJCDLG) RAISES        *
002239*    AP-EFF-AUTH TO THE AUTHORITY DELEGATED; OPT-AUTHORITY      *
002240*    ITSELF IS NEVER CHANGED.  NO DELEGATION, ONE NOT IN FORCE  *
002241*    TODAY, OR THE FILE UNAVAILABLE LEAVES THE OPERATOR'S OWN.  *
002242*                                                               *
002243 1070-APPLY-DELEGATION.
002244     EXEC CICS READ
002245         FILE('DELEGT')
002246         INTO(KAJCDLG-RECORD)
002247         RIDFLD(AP-OPERATOR-KEY)
002248         KEYLENGTH(8)
002249         RESP(AP-RESP)
002250     END-EXEC.
002251     IF AP-RESP NOT = DFHRESP(NORMAL)
002252         GO TO 1070-EXIT
002253     END-IF.
002254     IF DLG-STAT-ACTIVE
002255         AND DLG-START-DATE NOT > EIBDATE
002256         AND DLG-END-DATE NOT < EIBDATE
002257         AND DLG-AUTHORITY > AP-EFF-AUTH
002258         MOVE DLG-AUTHORITY TO AP-EFF-AUTH
002259     END-IF.
002260 1070-EXIT.
002261     EXIT.
002270*                                                               *
002280*    1100-CHECK-SESSION - THE LIVE-SESSION GATE (SEE KAJCSES).  *
002290*    THE TERMINAL'S SESSON RECORD MUST EXIST, CARRY THE         *
003060*    ARRIVAL FROM THE MENU THE TASK'S INPUT WAS ALREADY READ    *
003070*    BY KAJCCOB AND A SECOND RECEIVE WOULD HANG THE TERMINAL,   *
003080*    NOT MAPFAIL.  ARRIVAL AND MAPFAIL (NOTHING KEYED) BOTH     *
003090*    JUST SHOW THE PENDING LIST - OR, WHILE A BATCH IS BEING    *
003095*    REVIEWED, ITS NEXT PAGE.                                   *
003100*                                                               *
003110 2000-RECEIVE-APRV-MAP.
003120     IF CA-LAST-PGM OF AP-COMMAREA NOT = 'APRVCOB'
003130         MOVE SPACES TO CA-SELECT-KEY OF AP-COMMAREA
003133         MOVE SPACES TO CA-CURSOR-KEY OF AP-COMMAREA
003136         MOVE 'KEY ID, SEQ AND A/R - OR A BATCH ID - TO DECIDE'
003140             TO AP-MSG-TEXT
003150         GO TO 2000-EXIT
003160     END-IF.
003210     END-EXEC.
003220     EVALUATE AP-RESP
003230         WHEN DFHRESP(NORMAL)
003240             PERFORM 2100-ROUTE-INPUT THRU 2100-EXIT
003250         WHEN DFHRESP(MAPFAIL)
003252             IF CA-SELECT-KEY OF AP-COMMAREA NOT = SPACES
003254                 MOVE CA-SELECT-KEY OF AP-COMMAREA TO AP-BATCH-ID
003256                 PERFORM 6100-REVIEW-BATCH THRU 6100-EXIT
003260             ELSE
003270                 MOVE 'KEY OPERATOR ID, SEQ AND A/R TO DECIDE'
003280                     TO AP-MSG-TEXT
003290             END-IF
003330         WHEN OTHER
003340             GO TO 9200-NOTOPEN-ERROR
003350     END-EVALUATE.
003360 2000-EXIT.
003361     EXIT.
003362*                                                               *
003363*    2100-ROUTE-INPUT - AN ID (WITH SEQ) DECIDES ONE CHANGE     *
003364*    (3000).  A BATCH ID ALONE REVIEWS THAT BATCH FROM THE TOP  *
003365*    (6100); WITH A/R IT DECIDES THE WHOLE BATCH, AND S         *
003366*    RELEASES A HELD ONE (6000).  WHILE A BATCH IS ON THE GLASS *
003367*    THE BATCH ID NEED NOT BE REKEYED - ENTER PAGES ON AND      *
003368*    A/R/S ACTS ON IT.                                          *
003369*                                                               *
003370 2100-ROUTE-INPUT.
003371     MOVE ABTCHI TO AP-BATCH-ID.
003372     INSPECT AP-BATCH-ID REPLACING ALL LOW-VALUE BY SPACE.
003373     IF AOPIDI NOT = SPACES AND AOPIDI NOT = LOW-VALUES
003374         IF AP-BATCH-ID NOT = SPACES
003375             MOVE 'KEY AN ID AND SEQ OR A BATCH ID, NOT BOTH'
003376                 TO AP-MSG-TEXT
003377             GO TO 2100-EXIT
003378         END-IF
003379         MOVE SPACES TO CA-SELECT-KEY OF AP-COMMAREA
003380         MOVE SPACES TO CA-CURSOR-KEY OF AP-COMMAREA
003381         PERFORM 3000-DECIDE-CHANGE THRU 3000-EXIT
003382         GO TO 2100-EXIT
003383     END-IF.
003384     IF AP-BATCH-ID = SPACES
003385         MOVE CA-SELECT-KEY OF AP-COMMAREA TO AP-BATCH-ID
003386     ELSE
003387         MOVE SPACES TO CA-CURSOR-KEY OF AP-COMMAREA
003388     END-IF.
003389     IF AP-BATCH-ID = SPACES
003390         MOVE 'KEY OPERATOR ID, SEQ AND A/R TO DECIDE'
003391             TO AP-MSG-TEXT
003392         GO TO 2100-EXIT
003393     END-IF.
003394     IF ADECNI = SPACE OR ADECNI = LOW-VALUE
003395         PERFORM 6100-REVIEW-BATCH THRU 6100-EXIT
003396     ELSE
003397         PERFORM 6000-DECIDE-BATCH THRU 6000-EXIT
003398     END-IF.
003399 2100-EXIT.
003400     EXIT.
003401*                                                               *
003402*    3000-DECIDE-CHANGE - READ THE KEYED PENDING RECORD FOR     *
003403*    UPDATE AND APPROVE OR REJECT IT.  THE ADMIN WHO KEYED THE  *
003410*    CHANGE MAY NOT APPROVE IT.  THE APPLY RUNS BEFORE THE      *
003420*    PENDING RECORD IS STAMPED, SO AN APPLY THAT CANNOT GO      *
003430*    THROUGH (ID APPEARED/DISAPPEARED SINCE THE REQUEST)        *
003750         WHEN OTHER
003760             GO TO 9200-NOTOPEN-ERROR
003770     END-EVALUATE.
003780     IF NOT PCH-STAT-PENDING AND NOT PCH-STAT-HELD
003790         EXEC CICS UNLOCK FILE('PENDCH') END-EXEC
003800         MOVE 'THAT CHANGE HAS ALREADY BEEN DECIDED'
003810             TO AP-MSG-TEXT
003811         GO TO 3000-EXIT
003812     END-IF.
003813*    A CHANGE LOADED BY MCHGCOB IS DECIDED WITH ITS BATCH.      *
003814     IF PCH-BATCH-ID NOT = SPACES AND NOT PCH-ACT-ENTITLE
003815         AND NOT PCH-ACT-DELEGATE
003816         EXEC CICS UNLOCK FILE('PENDCH') END-EXEC
003817         MOVE SPACES TO AP-MSG-TEXT
003818         STRING 'PART OF BATCH '            DELIMITED BY SIZE
003819                PCH-BATCH-ID                DELIMITED BY SIZE
003820                ' - DECIDE IT BY BATCH ID'  DELIMITED BY SIZE
003821             INTO AP-MSG-TEXT
003822         END-STRING
003823         GO TO 3000-EXIT
003830     END-IF.
003840     IF ADECNI = 'A'
003850         AND PCH-REQ-BY = CA-OPERATOR-ID OF AP-COMMAREA
003860         EXEC CICS UNLOCK FILE('PENDCH') END-EXEC
003870         MOVE 'YOU KEYED THIS CHANGE - A SECOND ADMIN MUST OK IT'
003871             TO AP-MSG-TEXT
003872         GO TO 3000-EXIT
003873     END-IF.
003874     IF ADECNI = 'A' AND PCH-ACT-DELEGATE
003875         AND PCH-TARGET-ID = CA-OPERATOR-ID OF AP-COMMAREA
003876         EXEC CICS UNLOCK FILE('PENDCH') END-EXEC
003877         MOVE 'NOBODY MAY APPROVE A DELEGATION TO THEMSELVES'
003880             TO AP-MSG-TEXT
003890         GO TO 3000-EXIT
003900     END-IF.
004090     IF AP-RESP NOT = DFHRESP(NORMAL)
004100         GO TO 9200-NOTOPEN-ERROR
004110     END-IF.
004120     EVALUATE TRUE
004130         WHEN PCH-STAT-APPROVED AND PCH-ACT-ENTITLE
004140             MOVE 'CHANGE APPROVED AND APPLIED TO THE OPTION FILE'
004150                 TO AP-MSG-TEXT
004160         WHEN PCH-STAT-APPROVED AND PCH-ACT-DELEGATE
004170             MOVE 'DELEGATION APPROVED AND APPLIED TO DELEGT'
004180                 TO AP-MSG-TEXT
004181         WHEN PCH-STAT-APPROVED
004182             MOVE 'CHANGE APPROVED AND APPLIED TO THE MASTER'
004183                 TO AP-MSG-TEXT
004184         WHEN OTHER
004185             MOVE 'CHANGE REJECTED - MASTER NOT TOUCHED'
004186                 TO AP-MSG-TEXT
004187     END-EVALUATE.
004190 3000-EXIT.
004200     EXIT.
004210*                                                               *
004370             PERFORM 3400-APPLY-FLAG THRU 3400-EXIT
004380         WHEN PCH-ACT-REACTIVATE
004390             PERFORM 3400-APPLY-FLAG THRU 3400-EXIT
004392         WHEN PCH-ACT-ENTITLE
004394             PERFORM 3700-APPLY-ENTITLEMENT THRU 3700-EXIT
004396         WHEN PCH-ACT-DELEGATE
004398             PERFORM 3800-APPLY-DELEGATION THRU 3800-EXIT
004400         WHEN OTHER
004410             MOVE 'N' TO AP-APPLY-SW
004420             MOVE 'PENDING RECORD CARRIES AN UNKNOWN ACTION'
005430     PERFORM 8200-WRITE-HISTORY THRU 8200-EXIT.
005440 3600-EXIT.
005450     EXIT.
005451*                                                               *
005452*    3700-APPLY-ENTITLEMENT - AN APPROVED OPTION ENTITLEMENT    *
005453*    CHANGE (ACTION 'E', TARGET '*' + OPTION CODE, FROM         *
005454*    ENTMCOB) HITS THE OPTENT FILE (COPY KAJCENT) RATHER THAN   *
005455*    THE MASTER, SO THERE IS NO OPRHST RECORD - IT IS           *
005456*    JOURNALLED TO AUDT UNDER THE OPTION CODE INSTEAD.  THE     *
005457*    FILE MAY HAVE MOVED ON SINCE THE REQUEST, SO AN ADD OVER   *
005458*    A DEFINITION NOW ON FILE, OR A CHANGE OR REMOVAL OF ONE    *
005459*    NO LONGER THERE, STILL PENDS.  A GRANT OR DENY REPLACES    *
005460*    ANY OVERRIDE THE OPERATOR ALREADY HAS.                     *
005461*                                                               *
005462 3700-APPLY-ENTITLEMENT.
005463     MOVE PCH-ENT-OPTION   TO AP-ENT-OPTION.
005464     MOVE PCH-ENT-OPERATOR TO AP-ENT-OPID.
005465     EXEC CICS READ
005466         FILE('OPTENT')
005467         INTO(KAJCENT-RECORD)
005468         RIDFLD(AP-ENT-RIDFLD)
005469         KEYLENGTH(12)
005470         UPDATE
005471         RESP(AP-RESP)
005472     END-EXEC.
005473     EVALUATE AP-RESP
005474         WHEN DFHRESP(NORMAL)
005475             MOVE 'Y' TO AP-ENT-FOUND-SW
005476         WHEN DFHRESP(NOTFND)
005477             MOVE 'N' TO AP-ENT-FOUND-SW
005478         WHEN OTHER
005479             GO TO 9200-NOTOPEN-ERROR
005480     END-EVALUATE.
005481     IF PCH-ENT-DEFINE AND AP-ENT-ON-FILE
005482         EXEC CICS UNLOCK FILE('OPTENT') END-EXEC
005483         MOVE 'N' TO AP-APPLY-SW
005484         MOVE 'OPTION NOW DEFINED - ADD NOT APPLIED, STILL PENDS'
005485             TO AP-MSG-TEXT
005486         GO TO 3700-EXIT
005487     END-IF.
005488     IF (PCH-ENT-REDEFINE OR PCH-ENT-REMOVE)
005489         AND NOT AP-ENT-ON-FILE
005490         MOVE 'N' TO AP-APPLY-SW
005491         MOVE 'ENTITLEMENT NO LONGER ON FILE - STILL PENDS'
005492             TO AP-MSG-TEXT
005493         GO TO 3700-EXIT
005494     END-IF.
005495     IF PCH-ENT-REMOVE
005496         EXEC CICS DELETE
005497             FILE('OPTENT')
005498             RESP(AP-RESP)
005499         END-EXEC
005500         IF AP-RESP NOT = DFHRESP(NORMAL)
005501             GO TO 9200-NOTOPEN-ERROR
005502         END-IF
005503         GO TO 3700-JOURNAL
005504     END-IF.
005505     IF NOT AP-ENT-ON-FILE
005506         MOVE SPACES TO KAJCENT-RECORD
005507         MOVE PCH-ENT-OPTION   TO ENT-OPTION
005508         MOVE PCH-ENT-OPERATOR TO ENT-OPERATOR-ID
005509     END-IF.
005510     IF PCH-ENT-OPERATOR = SPACES
005511         MOVE PCH-ENT-PROGRAM   TO ENT-PROGRAM
005512         MOVE PCH-ENT-DESC      TO ENT-DESC
005513         MOVE PCH-ENT-MIN-AUTH  TO ENT-MIN-AUTH
005514         MOVE PCH-ENT-MENU-FLAG TO ENT-MENU-FLAG
005515         MOVE SPACE             TO ENT-OVERRIDE
005516     ELSE
005517         MOVE PCH-ENT-FUNC      TO ENT-OVERRIDE
005518     END-IF.
005519     MOVE CA-OPERATOR-ID OF AP-COMMAREA TO ENT-CHG-BY.
005520     MOVE EIBDATE TO ENT-CHG-DATE.
005521     MOVE EIBTIME TO ENT-CHG-TIME.
005522     IF AP-ENT-ON-FILE
005523         EXEC CICS REWRITE
005524             FILE('OPTENT')
005525             FROM(KAJCENT-RECORD)
005526             RESP(AP-RESP)
005527         END-EXEC
005528     ELSE
005529         EXEC CICS WRITE
005530             FILE('OPTENT')
005531             FROM(KAJCENT-RECORD)
005532             RIDFLD(ENT-KEY)
005533             KEYLENGTH(12)
005534             RESP(AP-RESP)
005535         END-EXEC
005536     END-IF.
005537     IF AP-RESP NOT = DFHRESP(NORMAL)
005538         GO TO 9200-NOTOPEN-ERROR
005539     END-IF.
005540 3700-JOURNAL.
005541     MOVE PCH-ENT-OPTION TO AP-JRN-OPTION.
005542     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
005543 3700-EXIT.
005544     EXIT.
005545*                                                               *
005546*    3800-APPLY-DELEGATION - AN APPROVED DELEGATION REQUEST     *
005547*    (ACTION 'T', TARGET THE OPERATOR, FROM DLGMCOB) HITS THE   *
005548*    DELEGT FILE (COPY KAJCDLG).  LIKE 3700 THERE IS NO OPRHST  *
005549*    RECORD - OPT-AUTHORITY IS NEVER TOUCHED - SO IT IS         *
005550*    JOURNALLED TO AUDT UNDER OPTION 'DLGM' INSTEAD.  THE       *
005551*    OPERATOR HOLDS ONE RECORD; A GRANT REPLACES A DELEGATION   *
005552*    THAT HAS ENDED, AND STILL PENDS IF THE OPERATOR HAS GONE   *
005553*    OR BEEN DEACTIVATED, THE END DATE HAS PASSED, OR ANOTHER   *
005554*    DELEGATION HAS COME INTO FORCE SINCE.  A REVOKE STILL      *
005555*    PENDS WHEN THERE IS NOTHING LEFT IN FORCE TO REVOKE.       *
005556*                                                               *
005557 3800-APPLY-DELEGATION.
005558     MOVE PCH-TARGET-ID TO AP-OPERATOR-KEY.
005559     IF PCH-DLG-REVOKE
005560         GO TO 3800-READ-DELEGATION
005561     END-IF.
005562     EXEC CICS READ
005563         FILE('OPERTOR')
005564         INTO(KAJCOPT-RECORD)
005565         RIDFLD(AP-OPERATOR-KEY)
005566         KEYLENGTH(8)
005567         RESP(AP-RESP)
005568     END-EXEC.
005569     EVALUATE AP-RESP
005570         WHEN DFHRESP(NORMAL)
005571             CONTINUE
005572         WHEN DFHRESP(NOTFND)
005573             MOVE 'N' TO AP-APPLY-SW
005574             MOVE 'TARGET ID NO LONGER ON FILE - STILL PENDS'
005575                 TO AP-MSG-TEXT
005576             GO TO 3800-EXIT
005577         WHEN OTHER
005578             GO TO 9200-NOTOPEN-ERROR
005579     END-EVALUATE.
005580     IF NOT OPT-IS-ACTIVE
005581         MOVE 'N' TO AP-APPLY-SW
005582         MOVE 'OPERATOR NO LONGER ACTIVE - STILL PENDS'
005583             TO AP-MSG-TEXT
005584         GO TO 3800-EXIT
005585     END-IF.
005586     IF PCH-DLG-END < EIBDATE
005587         MOVE 'N' TO AP-APPLY-SW
005588         MOVE 'DELEGATION END DATE HAS PASSED - STILL PENDS'
005589             TO AP-MSG-TEXT
005590         GO TO 3800-EXIT
005591     END-IF.
005592 3800-READ-DELEGATION.
005593     EXEC CICS READ
005594         FILE('DELEGT')
005595         INTO(KAJCDLG-RECORD)
005596         RIDFLD(AP-OPERATOR-KEY)
005597         KEYLENGTH(8)
005598         UPDATE
005599         RESP(AP-RESP)
005600     END-EXEC.
005601     EVALUATE AP-RESP
005602         WHEN DFHRESP(NORMAL)
005603             MOVE 'Y' TO AP-DLG-FOUND-SW
005604         WHEN DFHRESP(NOTFND)
005605             MOVE 'N' TO AP-DLG-FOUND-SW
005606         WHEN OTHER
005607             GO TO 9200-NOTOPEN-ERROR
005608     END-EVALUATE.
005609     IF PCH-DLG-REVOKE
005610         GO TO 3800-REVOKE
005611     END-IF.
005612     IF AP-DLG-ON-FILE
005613         AND DLG-STAT-ACTIVE AND DLG-END-DATE NOT < EIBDATE
005614         EXEC CICS UNLOCK FILE('DELEGT') END-EXEC
005615         MOVE 'N' TO AP-APPLY-SW
005616         MOVE 'OPERATOR NOW HAS A DELEGATION - STILL PENDS'
005617             TO AP-MSG-TEXT
005618         GO TO 3800-EXIT
005619     END-IF.
005620     MOVE SPACES TO KAJCDLG-RECORD.
005621     MOVE PCH-TARGET-ID  TO DLG-OPERATOR-ID.
005622     MOVE PCH-AUTHORITY  TO DLG-AUTHORITY.
005623     MOVE OPT-AUTHORITY  TO DLG-BASE-AUTH.
005624     MOVE PCH-DLG-START  TO DLG-START-DATE.
005625     MOVE PCH-DLG-END    TO DLG-END-DATE.
005626     MOVE PCH-DLG-REASON TO DLG-REASON.
005627     MOVE 'A'            TO DLG-STATUS.
005628     MOVE PCH-REQ-BY     TO DLG-REQ-BY.
005629     MOVE CA-OPERATOR-ID OF AP-COMMAREA TO DLG-APPR-BY.
005630     MOVE EIBDATE TO DLG-APPR-DATE.
005631     MOVE EIBTIME TO DLG-APPR-TIME.
005632     MOVE SPACES  TO DLG-CLOSE-BY.
005633     MOVE ZERO    TO DLG-CLOSE-DATE.
005634     IF AP-DLG-ON-FILE
005635         EXEC CICS REWRITE
005636             FILE('DELEGT')
005637             FROM(KAJCDLG-RECORD)
005638             RESP(AP-RESP)
005639         END-EXEC
005640     ELSE
005641         EXEC CICS WRITE
005642             FILE('DELEGT')
005643             FROM(KAJCDLG-RECORD)
005644             RIDFLD(DLG-OPERATOR-ID)
005645             KEYLENGTH(8)
005646             RESP(AP-RESP)
005647         END-EXEC
005648     END-IF.
005649     IF AP-RESP NOT = DFHRESP(NORMAL)
005650         GO TO 9200-NOTOPEN-ERROR
005651     END-IF.
005652     GO TO 3800-JOURNAL.
005653 3800-REVOKE.
005654     IF NOT AP-DLG-ON-FILE
005655         MOVE 'N' TO AP-APPLY-SW
005656         MOVE 'NO DELEGATION LEFT TO REVOKE - STILL PENDS'
005657             TO AP-MSG-TEXT
005658         GO TO 3800-EXIT
005659     END-IF.
005660     IF NOT DLG-STAT-ACTIVE OR DLG-END-DATE < EIBDATE
005661         EXEC CICS UNLOCK FILE('DELEGT') END-EXEC
005662         MOVE 'N' TO AP-APPLY-SW
005663         MOVE 'NO DELEGATION LEFT TO REVOKE - STILL PENDS'
005664             TO AP-MSG-TEXT
005665         GO TO 3800-EXIT
005666     END-IF.
005667     MOVE 'V' TO DLG-STATUS.
005668     MOVE CA-OPERATOR-ID OF AP-COMMAREA TO DLG-CLOSE-BY.
005669     MOVE EIBDATE TO DLG-CLOSE-DATE.
005670     EXEC CICS REWRITE
005671         FILE('DELEGT')
005672         FROM(KAJCDLG-RECORD)
005673         RESP(AP-RESP)
005674     END-EXEC.
005675     IF AP-RESP NOT = DFHRESP(NORMAL)
005676         GO TO 9200-NOTOPEN-ERROR
005677     END-IF.
005678 3800-JOURNAL.
005679     MOVE 'DLGM' TO AP-JRN-OPTION.
005680     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
005681 3800-EXIT.
005682     EXIT.
005683*                                                               *
005684*    4000-BUILD-PENDING-LINES - THE OLDEST FIVE PENDING         *
005685*    CHANGES ON FILE (KEY ORDER), ONE PER LINE.  A MASS-CHANGE  *
005686*    BATCH TAKES ONE LINE HOWEVER MANY CHANGES IT HOLDS, SO THE *
005687*    BROWSE RUNS TO THE END OF THE FILE TO COUNT THEM (4200).   *
005688*    RUNS AFTER ANY DECISION SO THE DECIDED ONE DROPS OFF AT    *
005689*    ONCE.                                                      *
005690*                                                               *
005691 4000-BUILD-PENDING-LINES.
005692     MOVE SPACES TO APRVMAPO.
005693     MOVE 0 TO AP-LINE-COUNT.
005694     MOVE 'N' TO AP-BROWSE-EOF-SW.
005695     MOVE SPACES TO AP-LIST-TABLE.
005696     MOVE SPACES TO AP-RID-TARGET.
005697     MOVE ZERO   TO AP-RID-SEQUENCE.
005698     EXEC CICS STARTBR
005699         FILE('PENDCH')
005700         RIDFLD(AP-PND-RIDFLD)
005701         KEYLENGTH(11)
005702         GTEQ
005703         RESP(AP-RESP)
005704     END-EXEC.
005705     IF AP-RESP NOT = DFHRESP(NORMAL)
005706         GO TO 4000-NO-LINES
005707     END-IF.
005708     PERFORM 4100-COLLECT-ONE-PENDING THRU 4100-EXIT
005709         UNTIL AP-BROWSE-DONE.
005710     EXEC CICS ENDBR FILE('PENDCH') END-EXEC.
005711 4000-NO-LINES.
005712     IF AP-LINE-COUNT = 0
005720         MOVE 'NO CHANGES PENDING APPROVAL'
005730             TO APRVMAPT-DATA (1)
005740     END-IF.
005750 4000-EXIT.
005760     EXIT.
005761 4100-COLLECT-ONE-PENDING.
005762     EXEC CICS READNEXT
005763         FILE('PENDCH')
005764         INTO(KAJCPND-RECORD)
005765         RIDFLD(AP-PND-RIDFLD)
005766         KEYLENGTH(11)
005767         RESP(AP-RESP)
005768     END-EXEC.
005769     IF AP-RESP NOT = DFHRESP(NORMAL)
005770         MOVE 'Y' TO AP-BROWSE-EOF-SW
005771         GO TO 4100-EXIT
005772     END-IF.
005773     IF NOT PCH-STAT-PENDING AND NOT PCH-STAT-HELD
005774         GO TO 4100-EXIT
005775     END-IF.
005776     IF PCH-BATCH-ID NOT = SPACES AND NOT PCH-ACT-ENTITLE
005777         AND NOT PCH-ACT-DELEGATE
005778         PERFORM 4200-COUNT-BATCH-MEMBER THRU 4200-EXIT
005779         GO TO 4100-EXIT
005780     END-IF.
005781     IF AP-LINE-COUNT = 5
005782         GO TO 4100-EXIT
005783     END-IF.
005784     MOVE PCH-TARGET-ID TO AP-PL-TARGET.
005785     MOVE PCH-SEQUENCE  TO AP-PL-SEQ.
005786     MOVE PCH-ACTION    TO AP-PL-ACTION.
005787     MOVE PCH-NAME      TO AP-PL-NAME.
005788     MOVE PCH-AUTHORITY TO AP-PL-AUTH.
005789     MOVE PCH-REQ-BY    TO AP-PL-REQ-BY.
005790     MOVE PCH-REQ-DATE  TO AP-PL-DATE.
005791     ADD 1 TO AP-LINE-COUNT.
005792     MOVE AP-PND-LINE TO APRVMAPT-DATA (AP-LINE-COUNT).
005793 4100-EXIT.
005794     EXIT.
005795*                                                               *
005796*    4200-COUNT-BATCH-MEMBER - ONE LINE PER BATCH, OPENED BY    *
005797*    ITS FIRST PENDING CHANGE (WHILE A LINE IS FREE) AND        *
005798*    COUNTED UP BY THE REST.                                    *
005799*                                                               *
005800 4200-COUNT-BATCH-MEMBER.
005801     MOVE 0 TO AP-LIST-HIT.
005802     PERFORM 4250-FIND-BATCH-LINE THRU 4250-EXIT
005803         VARYING AP-LIST-IX FROM 1 BY 1
005804         UNTIL AP-LIST-IX > AP-LINE-COUNT OR AP-LIST-HIT > 0.
005805     IF AP-LIST-HIT = 0
005806         IF AP-LINE-COUNT = 5
005807             GO TO 4200-EXIT
005808         END-IF
005809         ADD 1 TO AP-LINE-COUNT
005810         MOVE AP-LINE-COUNT TO AP-LIST-HIT
005811         MOVE PCH-BATCH-ID  TO AP-LIST-BATCH (AP-LIST-HIT)
005812         MOVE 0             TO AP-LIST-COUNT (AP-LIST-HIT)
005813         MOVE PCH-BATCH-ID  TO AP-BL-BATCH
005814         MOVE PCH-REQ-BY    TO AP-BL-REQ-BY
005815         MOVE PCH-REQ-DATE  TO AP-BL-DATE
005816         IF PCH-STAT-HELD
005817             MOVE ' HELD FOR    ' TO AP-BL-STATE
005818         ELSE
005819             MOVE ' CHANGES  BY ' TO AP-BL-STATE
005820         END-IF
005821     ELSE
005822         MOVE APRVMAPT-DATA (AP-LIST-HIT) TO AP-BATCH-LINE
005823     END-IF.
005824     ADD 1 TO AP-LIST-COUNT (AP-LIST-HIT).
005825     MOVE AP-LIST-COUNT (AP-LIST-HIT) TO AP-BL-COUNT.
005826     MOVE AP-BATCH-LINE TO APRVMAPT-DATA (AP-LIST-HIT).
005827 4200-EXIT.
005828     EXIT.
005829 4250-FIND-BATCH-LINE.
005830     IF AP-LIST-BATCH (AP-LIST-IX) = PCH-BATCH-ID
005831         MOVE AP-LIST-IX TO AP-LIST-HIT
005832     END-IF.
005833 4250-EXIT.
005834     EXIT.
005835*                                                               *
005836*    5000-SEND-APRV-MAP - ALWAYS ERASE; THE PENDING LINES WERE  *
005837*    JUST REBUILT AND THE ENTRY FIELDS COME BACK EMPTY.         *
005838*                                                               *
005839 5000-SEND-APRV-MAP.
005840     MOVE AP-MSG-TEXT TO APMSGO.
005841     MOVE SPACES TO AP-MSG-TEXT.
005842     EXEC CICS SEND MAP('APRVMAP')
005843         MAPSET('TESTMSD')
005844         ERASE
005845     END-EXEC.
005846 5000-EXIT.
005847     EXIT.
005848*                                                               *
005849*    6000-DECIDE-BATCH - APPROVE OR REJECT EVERY PENDING CHANGE *
005850*    OF A MASS-CHANGE BATCH (MCHGCOB) IN ONE ACTION, OR RELEASE *
005851*    A HELD ONE (6500).  THE MEMBERS' KEYS ARE COLLECTED FIRST  *
005852*    (6200); AN APPROVAL IS REFUSED OUTRIGHT IF THE BATCH IS    *
005853*    STILL HELD, IF THE APPROVER SUBMITTED (RELEASED) ANY OF    *
005854*    THEM, OR IF ANY ONE COULD NOT BE APPLIED AS THINGS STAND   *
005855*    (6300) - NOTHING IS TOUCHED AND THE WHOLE BATCH STILL      *
005856*    PENDS.  A REJECTION TAKES A HELD BATCH AS WELL.  EACH      *
005857*    CHANGE IS THEN DECIDED THROUGH THE SAME APPLY AS A SINGLE  *
005858*    DECISION (6400), SO EACH CUTS ITS OWN OPRHST RECORD.  A    *
005859*    CHANGE THAT STILL FAILS ITS APPLY (THE MASTER MOVED IN THE *
005860*    MEANTIME) STAYS PENDING AND IS COUNTED IN THE MESSAGE.     *
005861*                                                               *
005862 6000-DECIDE-BATCH.
005863     IF ADECNI NOT = 'A' AND ADECNI NOT = 'R'
005864         AND ADECNI NOT = 'S'
005865         MOVE 'DECISION IS A, R OR S (APPROVE/REJECT/RELEASE)'
005866             TO AP-MSG-TEXT
005867         GO TO 6000-EXIT
005868     END-IF.
005869     MOVE SPACES TO CA-SELECT-KEY OF AP-COMMAREA.
005870     MOVE SPACES TO CA-CURSOR-KEY OF AP-COMMAREA.
005871     PERFORM 6200-COLLECT-BATCH THRU 6200-EXIT.
005872     MOVE SPACES TO AP-MSG-TEXT.
005873     IF AP-BK-COUNT = 0
005874         STRING 'NO PENDING CHANGES IN BATCH ' DELIMITED BY SIZE
005875                AP-BATCH-ID                    DELIMITED BY SIZE
005876             INTO AP-MSG-TEXT
005877         END-STRING
005878         GO TO 6000-EXIT
005879     END-IF.
005880     IF ADECNI = 'S'
005881         PERFORM 6500-RELEASE-BATCH THRU 6500-EXIT
005882         GO TO 6000-EXIT
005883     END-IF.
005884     IF ADECNI = 'A' AND AP-BATCH-HELD
005885         STRING 'BATCH HELD - '             DELIMITED BY SIZE
005886                AP-BATCH-REQ-BY             DELIMITED BY SIZE
005887                ' MUST RELEASE IT (S) BEFORE IT CAN BE APPROVED'
005888                                            DELIMITED BY SIZE
005889             INTO AP-MSG-TEXT
005890         END-STRING
005891         GO TO 6000-EXIT
005892     END-IF.
005893     IF ADECNI = 'A' AND AP-OWN-BATCH
005894         MOVE 'YOUR OWN BATCH - A SECOND ADMIN MUST OK IT'
005895             TO AP-MSG-TEXT
005896         GO TO 6000-EXIT
005897     END-IF.
005898     MOVE 'Y' TO AP-APPLY-SW.
005899     IF ADECNI = 'A'
005900         PERFORM 6300-PREFLIGHT-ONE THRU 6300-EXIT
005901             VARYING AP-BK-IX FROM 1 BY 1
005902             UNTIL AP-BK-IX > AP-BK-COUNT OR NOT AP-APPLY-OK
005903         IF NOT AP-APPLY-OK
005904             GO TO 6000-EXIT
005905         END-IF
005906     END-IF.
005907     MOVE 0 TO AP-DONE-COUNT.
005908     MOVE 0 TO AP-LEFT-COUNT.
005909     PERFORM 6400-DECIDE-ONE THRU 6400-EXIT
005910         VARYING AP-BK-IX FROM 1 BY 1
005911         UNTIL AP-BK-IX > AP-BK-COUNT.
005912     MOVE AP-DONE-COUNT TO AP-EDIT-COUNT.
005913     MOVE AP-LEFT-COUNT TO AP-EDIT-LEFT.
005914     MOVE SPACES TO AP-MSG-TEXT.
005915     IF ADECNI = 'A'
005916         STRING 'BATCH '              DELIMITED BY SIZE
005917                AP-BATCH-ID           DELIMITED BY SIZE
005918                ' APPROVED - '        DELIMITED BY SIZE
005919                AP-EDIT-COUNT         DELIMITED BY SIZE
005920                ' APPLIED, '          DELIMITED BY SIZE
005921                AP-EDIT-LEFT          DELIMITED BY SIZE
005922                ' STILL PENDING'      DELIMITED BY SIZE
005923             INTO AP-MSG-TEXT
005924         END-STRING
005925     ELSE
005926         STRING 'BATCH '              DELIMITED BY SIZE
005927                AP-BATCH-ID           DELIMITED BY SIZE
005928                ' REJECTED - '        DELIMITED BY SIZE
005929                AP-EDIT-COUNT         DELIMITED BY SIZE
005930                ' CHANGES, MASTER NOT TOUCHED'
005931                                      DELIMITED BY SIZE
005932             INTO AP-MSG-TEXT
005933         END-STRING
005934     END-IF.
005935 6000-EXIT.
005936     EXIT.
005937*                                                               *
005938*    6100-REVIEW-BATCH - SHOW A BATCH'S PENDING CHANGES FIVE TO *
005939*    A SCREEN BEFORE IT IS DECIDED.  CA-SELECT-KEY HOLDS THE    *
005940*    BATCH AND CA-CURSOR-KEY THE LAST TARGET ID SHOWN (ONE      *
005941*    CHANGE PER ID IN A BATCH); ENTER PAGES ON, AND ENTER ON    *
005942*    THE LAST PAGE GOES BACK TO THE FULL PENDING LIST.  THE     *
005943*    BROWSE RUNS TO THE END FOR THE COUNT.                      *
005944*                                                               *
005945 6100-REVIEW-BATCH.
005946     MOVE 0 TO AP-LINE-COUNT.
005947     MOVE 0 TO AP-BK-COUNT.
005948     MOVE 'N' TO AP-MORE-SW.
005949     MOVE SPACES TO AP-BATCH-REQ-BY.
005950     MOVE 'N' TO AP-HELD-SW.
005951     MOVE SPACES TO AP-LAST-SHOWN.
005952     MOVE 'N' TO AP-BROWSE-EOF-SW.
005953     MOVE SPACES TO APRVMAPO.
005954     MOVE SPACES TO AP-RID-TARGET.
005955     MOVE ZERO   TO AP-RID-SEQUENCE.
005956     EXEC CICS STARTBR
005957         FILE('PENDCH')
005958         RIDFLD(AP-PND-RIDFLD)
005959         KEYLENGTH(11)
005960         GTEQ
005961         RESP(AP-RESP)
005962     END-EXEC.
005963     IF AP-RESP = DFHRESP(NORMAL)
005964         PERFORM 6150-REVIEW-ONE-PENDING THRU 6150-EXIT
005965             UNTIL AP-BROWSE-DONE
005966         EXEC CICS ENDBR FILE('PENDCH') END-EXEC
005967     END-IF.
005968     MOVE AP-BK-COUNT TO AP-EDIT-COUNT.
005969     MOVE SPACES TO AP-MSG-TEXT.
005970     IF AP-BK-COUNT = 0
005971         STRING 'NO PENDING CHANGES IN BATCH ' DELIMITED BY SIZE
005972                AP-BATCH-ID                    DELIMITED BY SIZE
005973             INTO AP-MSG-TEXT
005974         END-STRING
005975         GO TO 6100-END-REVIEW
005976     END-IF.
005977     IF AP-LINE-COUNT = 0
005978         MOVE 'END OF BATCH - KEY A BATCH ID, OR ID/SEQ, AND A/R'
005979             TO AP-MSG-TEXT
005980         GO TO 6100-END-REVIEW
005981     END-IF.
005982     MOVE 'Y' TO AP-REVIEW-SW.
005983     MOVE AP-BATCH-ID TO CA-SELECT-KEY OF AP-COMMAREA.
005984     MOVE AP-BATCH-ID TO ABTCHO.
005985     IF AP-MORE-MEMBERS
005986         MOVE AP-LAST-SHOWN TO CA-CURSOR-KEY OF AP-COMMAREA
005987     ELSE
005988         MOVE HIGH-VALUES TO CA-CURSOR-KEY OF AP-COMMAREA
005989     END-IF.
005990     IF AP-BATCH-HELD
005991         STRING 'BATCH '              DELIMITED BY SIZE
005992                AP-BATCH-ID           DELIMITED BY SIZE
005993                ' - '                 DELIMITED BY SIZE
005994                AP-EDIT-COUNT         DELIMITED BY SIZE
005995                ' HELD FOR '          DELIMITED BY SIZE
005996                AP-BATCH-REQ-BY       DELIMITED BY SIZE
005997                ' - S RELEASES (SUBMITTER ONLY), R REJECTS'
005998                                      DELIMITED BY SIZE
005999             INTO AP-MSG-TEXT
006000         END-STRING
006001         GO TO 6100-EXIT
006002     END-IF.
006003     STRING 'BATCH '                  DELIMITED BY SIZE
006004            AP-BATCH-ID               DELIMITED BY SIZE
006005            ' - '                     DELIMITED BY SIZE
006006            AP-EDIT-COUNT             DELIMITED BY SIZE
006007            ' PENDING BY '            DELIMITED BY SIZE
006008            AP-BATCH-REQ-BY           DELIMITED BY SIZE
006009            ' - ENTER PAGES, A OR R DECIDES THEM ALL'
006010                                      DELIMITED BY SIZE
006011         INTO AP-MSG-TEXT
006012     END-STRING.
006013     GO TO 6100-EXIT.
006014 6100-END-REVIEW.
006015     MOVE SPACES TO CA-SELECT-KEY OF AP-COMMAREA.
006016     MOVE SPACES TO CA-CURSOR-KEY OF AP-COMMAREA.
006017 6100-EXIT.
006018     EXIT.
006019 6150-REVIEW-ONE-PENDING.
006020     EXEC CICS READNEXT
006021         FILE('PENDCH')
006022         INTO(KAJCPND-RECORD)
006023         RIDFLD(AP-PND-RIDFLD)
006024         KEYLENGTH(11)
006025         RESP(AP-RESP)
006026     END-EXEC.
006027     IF AP-RESP NOT = DFHRESP(NORMAL)
006028         MOVE 'Y' TO AP-BROWSE-EOF-SW
006029         GO TO 6150-EXIT
006030     END-IF.
006031     IF (NOT PCH-STAT-PENDING AND NOT PCH-STAT-HELD)
006032         OR PCH-ACT-ENTITLE OR PCH-ACT-DELEGATE
006033         OR PCH-BATCH-ID NOT = AP-BATCH-ID
006034         GO TO 6150-EXIT
006035     END-IF.
006036     ADD 1 TO AP-BK-COUNT.
006037     MOVE PCH-REQ-BY TO AP-BATCH-REQ-BY.
006038     IF PCH-STAT-HELD
006039         MOVE 'Y' TO AP-HELD-SW
006040     END-IF.
006041     IF PCH-TARGET-ID NOT > CA-CURSOR-KEY OF AP-COMMAREA
006042         GO TO 6150-EXIT
006043     END-IF.
006044     IF AP-LINE-COUNT = 5
006045         MOVE 'Y' TO AP-MORE-SW
006046         GO TO 6150-EXIT
006047     END-IF.
006048     MOVE PCH-TARGET-ID TO AP-PL-TARGET.
006049     MOVE PCH-SEQUENCE  TO AP-PL-SEQ.
006050     MOVE PCH-ACTION    TO AP-PL-ACTION.
006051     MOVE PCH-NAME      TO AP-PL-NAME.
006052     MOVE PCH-AUTHORITY TO AP-PL-AUTH.
006053     MOVE PCH-REQ-BY    TO AP-PL-REQ-BY.
006054     MOVE PCH-REQ-DATE  TO AP-PL-DATE.
006055     ADD 1 TO AP-LINE-COUNT.
006056     MOVE AP-PND-LINE TO APRVMAPT-DATA (AP-LINE-COUNT).
006057     MOVE PCH-TARGET-ID TO AP-LAST-SHOWN.
006058 6150-EXIT.
006059     EXIT.
006060*                                                               *
006061*    6200-COLLECT-BATCH - KEYS OF THE BATCH'S PENDING (OR HELD) *
006062*    CHANGES INTO AP-BK-TABLE, NOTING WHETHER THE SIGNED-ON     *
006063*    ADMIN SUBMITTED ANY OF THEM, WHETHER THE BATCH IS STILL    *
006064*    HELD, AND WHO SUBMITTED IT.                                *
006065*                                                               *
006066 6200-COLLECT-BATCH.
006067     MOVE 0 TO AP-BK-COUNT.
006068     MOVE 'N' TO AP-OWN-SW.
006069     MOVE 'N' TO AP-HELD-SW.
006070     MOVE SPACES TO AP-BATCH-REQ-BY.
006071     MOVE 'N' TO AP-BROWSE-EOF-SW.
006072     MOVE SPACES TO AP-RID-TARGET.
006073     MOVE ZERO   TO AP-RID-SEQUENCE.
006074     EXEC CICS STARTBR
006075         FILE('PENDCH')
006076         RIDFLD(AP-PND-RIDFLD)
006077         KEYLENGTH(11)
006078         GTEQ
006079         RESP(AP-RESP)
006080     END-EXEC.
006081     IF AP-RESP NOT = DFHRESP(NORMAL)
006082         GO TO 6200-EXIT
006083     END-IF.
006084     PERFORM 6250-COLLECT-ONE-MEMBER THRU 6250-EXIT
006085         UNTIL AP-BROWSE-DONE.
006086     EXEC CICS ENDBR FILE('PENDCH') END-EXEC.
006087 6200-EXIT.
006088     EXIT.
006089 6250-COLLECT-ONE-MEMBER.
006090     EXEC CICS READNEXT
006091         FILE('PENDCH')
006092         INTO(KAJCPND-RECORD)
006093         RIDFLD(AP-PND-RIDFLD)
006094         KEYLENGTH(11)
006095         RESP(AP-RESP)
006096     END-EXEC.
006097     IF AP-RESP NOT = DFHRESP(NORMAL)
006098         MOVE 'Y' TO AP-BROWSE-EOF-SW
006099         GO TO 6250-EXIT
006100     END-IF.
006101     IF (NOT PCH-STAT-PENDING AND NOT PCH-STAT-HELD)
006102         OR PCH-ACT-ENTITLE OR PCH-ACT-DELEGATE
006103         OR PCH-BATCH-ID NOT = AP-BATCH-ID
006104         GO TO 6250-EXIT
006105     END-IF.
006106     IF AP-BK-COUNT = AP-BK-MAX
006107         MOVE 'Y' TO AP-BROWSE-EOF-SW
006108         GO TO 6250-EXIT
006109     END-IF.
006110     ADD 1 TO AP-BK-COUNT.
006111     MOVE PCH-TARGET-ID TO AP-BK-TARGET (AP-BK-COUNT).
006112     MOVE PCH-SEQUENCE  TO AP-BK-SEQ (AP-BK-COUNT).
006113     MOVE PCH-ACTION    TO AP-BK-ACTION (AP-BK-COUNT).
006114     MOVE PCH-REQ-BY    TO AP-BATCH-REQ-BY.
006115     IF PCH-STAT-HELD
006116         MOVE 'Y' TO AP-HELD-SW
006117     END-IF.
006118     IF PCH-REQ-BY = CA-OPERATOR-ID OF AP-COMMAREA
006119         MOVE 'Y' TO AP-OWN-SW
006120     END-IF.
006121 6250-EXIT.
006122     EXIT.
006123*                                                               *
006124*    6300-PREFLIGHT-ONE - WOULD THIS MEMBER'S APPLY GO THROUGH  *
006125*    NOW?  AN ADD NEEDS ITS ID STILL OFF THE MASTER, ANY OTHER  *
006126*    ACTION NEEDS IT STILL ON.  THE FIRST ONE THAT WOULD NOT    *
006127*    DROPS AP-APPLY-OK AND IS NAMED IN THE MESSAGE.             *
006128*                                                               *
006129 6300-PREFLIGHT-ONE.
006130     MOVE AP-BK-TARGET (AP-BK-IX) TO AP-OPERATOR-KEY.
006131     EXEC CICS READ
006132         FILE('OPERTOR')
006133         INTO(KAJCOPT-RECORD)
006134         RIDFLD(AP-OPERATOR-KEY)
006135         KEYLENGTH(8)
006136         RESP(AP-RESP)
006137     END-EXEC.
006138     IF AP-RESP NOT = DFHRESP(NORMAL)
006139         AND AP-RESP NOT = DFHRESP(NOTFND)
006140         GO TO 9200-NOTOPEN-ERROR
006141     END-IF.
006142     MOVE SPACES TO AP-MSG-TEXT.
006143     IF AP-BK-ACTION (AP-BK-IX) = 'A'
006144         IF AP-RESP = DFHRESP(NORMAL)
006145             MOVE 'N' TO AP-APPLY-SW
006146             STRING 'NOTHING APPLIED - ADD OF '  DELIMITED BY SIZE
006147                    AP-OPERATOR-KEY             DELIMITED BY SIZE
006148                    ' BUT THE ID IS NOW ON FILE' DELIMITED BY SIZE
006149                 INTO AP-MSG-TEXT
006150             END-STRING
006151         END-IF
006152     ELSE
006153         IF AP-RESP = DFHRESP(NOTFND)
006154             MOVE 'N' TO AP-APPLY-SW
006155             STRING 'NOTHING APPLIED - '        DELIMITED BY SIZE
006156                    AP-OPERATOR-KEY             DELIMITED BY SIZE
006157                    ' IS NO LONGER ON FILE'     DELIMITED BY SIZE
006158                 INTO AP-MSG-TEXT
006159             END-STRING
006160         END-IF
006161     END-IF.
006162 6300-EXIT.
006163     EXIT.
006164*                                                               *
006165*    6400-DECIDE-ONE - ONE MEMBER, EXACTLY AS 3000 DECIDES A    *
006166*    SINGLE CHANGE.  ONE DECIDED ELSEWHERE SINCE 6200 IS LEFT   *
006167*    ALONE.                                                     *
006168*                                                               *
006169 6400-DECIDE-ONE.
006170     MOVE AP-BK-TARGET (AP-BK-IX) TO AP-RID-TARGET.
006171     MOVE AP-BK-SEQ (AP-BK-IX)    TO AP-RID-SEQUENCE.
006172     EXEC CICS READ
006173         FILE('PENDCH')
006174         INTO(KAJCPND-RECORD)
006175         RIDFLD(AP-PND-RIDFLD)
006176         KEYLENGTH(11)
006177         UPDATE
006178         RESP(AP-RESP)
006179     END-EXEC.
006180     EVALUATE AP-RESP
006181         WHEN DFHRESP(NORMAL)
006182             CONTINUE
006183         WHEN DFHRESP(NOTFND)
006184             GO TO 6400-EXIT
006185         WHEN OTHER
006186             GO TO 9200-NOTOPEN-ERROR
006187     END-EVALUATE.
006188     IF NOT PCH-STAT-PENDING AND NOT PCH-STAT-HELD
006189         EXEC CICS UNLOCK FILE('PENDCH') END-EXEC
006190         GO TO 6400-EXIT
006191     END-IF.
006192     IF ADECNI = 'A'
006193         PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
006194         IF NOT AP-APPLY-OK
006195             EXEC CICS UNLOCK FILE('PENDCH') END-EXEC
006196             ADD 1 TO AP-LEFT-COUNT
006197             GO TO 6400-EXIT
006198         END-IF
006199         MOVE 'A' TO PCH-STATUS
006200     ELSE
006201         MOVE 'R' TO PCH-STATUS
006202     END-IF.
006203     MOVE CA-OPERATOR-ID OF AP-COMMAREA TO PCH-DEC-BY.
006204     MOVE EIBDATE TO PCH-DEC-DATE.
006205     MOVE EIBTIME TO PCH-DEC-TIME.
006206     EXEC CICS REWRITE
006207         FILE('PENDCH')
006208         FROM(KAJCPND-RECORD)
006209         RESP(AP-RESP)
006210     END-EXEC.
006211     IF AP-RESP NOT = DFHRESP(NORMAL)
006212         GO TO 9200-NOTOPEN-ERROR
006213     END-IF.
006214     ADD 1 TO AP-DONE-COUNT.
006215 6400-EXIT.
006216     EXIT.
006217*                                                               *
006218*    6500-RELEASE-BATCH - S ON A HELD BATCH.  MCHGCOB QUEUES A  *
006219*    BATCH HELD BECAUSE THE SUBMITTER ON ITS HEADER IS ONLY A   *
006220*    NAME ON A FILE; THE RELEASE IS WHERE THAT SUBMITTER        *
006221*    PROVES WHO THEY ARE.  ONLY THE SIGNED-ON OPERATOR NAMED AS *
006222*    SUBMITTER MAY RELEASE, AND ONLY WHILE STILL ENTITLED TO    *
006223*    OPTION UPDT.  EVERY HELD MEMBER IS RE-STAMPED AS KEYED BY  *
006224*    THE SIGNED-ON ID, NOW, AND MADE PENDING (6550) - SO THE    *
006225*    OWN-BATCH TEST IN 6000 COMPARES AN AUTHENTICATED ID - AND  *
006226*    THE RELEASE IS JOURNALLED UNDER OPTION MCHG.               *
006227*                                                               *
006228 6500-RELEASE-BATCH.
006229     IF NOT AP-BATCH-HELD
006230         STRING 'BATCH '                DELIMITED BY SIZE
006231                AP-BATCH-ID             DELIMITED BY SIZE
006232                ' IS ALREADY RELEASED - A OR R DECIDES IT'
006233                                        DELIMITED BY SIZE
006234             INTO AP-MSG-TEXT
006235         END-STRING
006236         GO TO 6500-EXIT
006237     END-IF.
006238     IF AP-BATCH-REQ-BY NOT = CA-OPERATOR-ID OF AP-COMMAREA
006239         STRING 'ONLY '                 DELIMITED BY SIZE
006240                AP-BATCH-REQ-BY         DELIMITED BY SIZE
006241                ', THE SUBMITTER ON THE BATCH, MAY RELEASE IT'
006242                                        DELIMITED BY SIZE
006243             INTO AP-MSG-TEXT
006244         END-STRING
006245         GO TO 6500-EXIT
006246     END-IF.
006247     MOVE 'UPDT' TO AP-ENT-OPTION.
006248     PERFORM 1060-CHECK-ENTITLEMENT THRU 1060-EXIT.
006249     IF AP-ENT-SW NOT = 'Y'
006250         MOVE 'RELEASING A BATCH NEEDS OPTION UPDT' TO AP-MSG-TEXT
006251         GO TO 6500-EXIT
006252     END-IF.
006253     MOVE 0 TO AP-DONE-COUNT.
006254     PERFORM 6550-RELEASE-ONE THRU 6550-EXIT
006255         VARYING AP-BK-IX FROM 1 BY 1
006256         UNTIL AP-BK-IX > AP-BK-COUNT.
006257     MOVE 'MCHG' TO AP-JRN-OPTION.
006258     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
006259     MOVE AP-DONE-COUNT TO AP-EDIT-COUNT.
006260     STRING 'BATCH '                    DELIMITED BY SIZE
006261            AP-BATCH-ID                 DELIMITED BY SIZE
006262            ' RELEASED - '              DELIMITED BY SIZE
006263            AP-EDIT-COUNT               DELIMITED BY SIZE
006264            ' CHANGES NOW PENDING A SECOND ADMIN'
006265                                        DELIMITED BY SIZE
006266         INTO AP-MSG-TEXT
006267     END-STRING.
006268 6500-EXIT.
006269     EXIT.
006270*    ONE HELD MEMBER - ONE RELEASED OR DECIDED ELSEWHERE SINCE  *
006271*    6200 IS LEFT ALONE.                                        *
006272 6550-RELEASE-ONE.
006273     MOVE AP-BK-TARGET (AP-BK-IX) TO AP-RID-TARGET.
006274     MOVE AP-BK-SEQ (AP-BK-IX)    TO AP-RID-SEQUENCE.
006275     EXEC CICS READ
006276         FILE('PENDCH')
006277         INTO(KAJCPND-RECORD)
006278         RIDFLD(AP-PND-RIDFLD)
006279         KEYLENGTH(11)
006280         UPDATE
006281         RESP(AP-RESP)
006282     END-EXEC.
006283     EVALUATE AP-RESP
006284         WHEN DFHRESP(NORMAL)
006285             CONTINUE
006286         WHEN DFHRESP(NOTFND)
006287             GO TO 6550-EXIT
006288         WHEN OTHER
006289             GO TO 9200-NOTOPEN-ERROR
006290     END-EVALUATE.
006291     IF NOT PCH-STAT-HELD
006292         EXEC CICS UNLOCK FILE('PENDCH') END-EXEC
006293         GO TO 6550-EXIT
006294     END-IF.
006295     MOVE 'P' TO PCH-STATUS.
006296     MOVE CA-OPERATOR-ID OF AP-COMMAREA TO PCH-REQ-BY.
006297     MOVE EIBDATE TO PCH-REQ-DATE.
006298     MOVE EIBTIME TO PCH-REQ-TIME.
006299     EXEC CICS REWRITE
006300         FILE('PENDCH')
006301         FROM(KAJCPND-RECORD)
006302         RESP(AP-RESP)
006303     END-EXEC.
006304     IF AP-RESP NOT = DFHRESP(NORMAL)
006305         GO TO 9200-NOTOPEN-ERROR
006306     END-IF.
006307     ADD 1 TO AP-DONE-COUNT.
006308 6550-EXIT.
006309     EXIT.
006310*                                                               *
006311*    8100-WRITE-JOURNAL - AUDIT RECORD FOR THIS AID KEY, WRITTEN *
006312*    TO THE EXTRAPARTITION TD QUEUE AUDT SO RPTACOB CAN READ IT  *
006313*    OVERNIGHT.                                                 *
006314*                                                               *
006315 8100-WRITE-JOURNAL.
006316     MOVE EIBTRNID TO JRN-TRANS-ID.
006317     MOVE EIBAID   TO JRN-AID.
006318     MOVE EIBOPID  TO JRN-OPERATOR-ID.
006319     MOVE CA-OPERATOR-ID OF AP-COMMAREA
006320         TO JRN-USER-ID.
006321     MOVE EIBTRMID TO JRN-TERMINAL-ID.
006322     MOVE EIBDATE  TO JRN-DATE.
006323     MOVE EIBTIME  TO JRN-TIME.
006324     MOVE 'APRVCOB' TO JRN-PROGRAM-ID.
006325     MOVE AP-JRN-OPTION  TO JRN-OPTION.
006326     MOVE AP-JRN-OUTCOME TO JRN-OUTCOME.
006330*    THE BALANCING SEQUENCE - CONTINUOUS ACROSS THE             *
006340*    CONVERSATION, RESTARTING AT 1 WITH A FRESH ONE (THE        *
006350*    CARRIED FIELD ARRIVES NON-NUMERIC ON A COLD START).        *
