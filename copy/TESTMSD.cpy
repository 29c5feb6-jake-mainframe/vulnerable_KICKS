000690*                     OVERRIDE) TO LISTMAP - LISTMAPT TAIL      *
000700*                     FILLER GREW TO MATCH - AND UDEST           *
000710*                     (DEFAULT PRINT DESTINATION) TO UPDTMAP    *
000711*    10/15/26   JTM   ADDED CERTMAP FOR THE ACCESS              *
000712*                     RECERTIFICATION SCREEN (PROGRAM CERTCOB), *
000713*                     WITH CERTMAPT TABLE VIEW OF ITS TEN       *
000714*                     WORKSHEET LINES                           *
000715*    10/15/26   JTM   ADDED MLN01-MLN10 TO KAJCMAP - THE        *
000716*                     OPTIONS THE SIGNED-ON OPERATOR MAY USE,   *
000717*                     TWO TO A LINE - WITH KAJCMAPT TABLE VIEW  *
000718*                     OF THEM                                   *
000719*    10/15/26   JTM   ADDED ENTMMAP FOR THE OPTION ENTITLEMENT  *
000720*                     SCREEN (PROGRAM ENTMCOB), WITH ENTMMAPT   *
000721*                     TABLE VIEW OF ITS TEN LINES               *
000722*    10/15/26   JTM   ADDED RUNSMAP FOR THE NIGHTLY STREAM      *
000723*                     STATUS SCREEN (PROGRAM RUNSCOB), WITH     *
000724*                     RUNSMAPT TABLE VIEW OF ITS TEN LINES      *
000725*    10/15/26   JTM   RUNSMAP GREW TO ELEVEN LINES (BLN11) FOR  *
000726*                     THE JOURNAL DETAIL LOAD STEP              *
000727*    10/15/26   JTM   ADDED JRNSMAP FOR THE JOURNAL DETAIL      *
000728*                     SEARCH SCREEN (PROGRAM JRNSCOB), WITH     *
000729*                     JRNSMAPT TABLE VIEW OF ITS TEN LINES      *
000730*    10/15/26   JTM   ADDED ALRTMAP FOR THE SECURITY ALERT      *
000731*                     CONSOLE (PROGRAM ALRTCOB), WITH ALRTMAPT  *
000732*                     TABLE VIEW OF ITS TEN LINES               *
000733*    10/15/26   JTM   RUNSMAP GREW TO TWELVE LINES (BLN12) FOR  *
000734*                     THE OPERATOR CHANGE FEED STEP             *
000735*    10/15/26   JTM   ADDED ABTCH TO APRVMAP - MASS-CHANGE      *
000736*                     BATCH ID FOR BATCH REVIEW AND DECISION ON *
000737*                     APRVCOB (APRVMAPT PREFIX FILLER GREW TO   *
000738*                     MATCH)                                    *
000739*    10/15/26   JTM   ADDED TRMMMAP FOR THE TERMINAL REGISTRY   *
000740*                     AND SHIFT WINDOW SCREEN (PROGRAM          *
000741*                     TRMMCOB), WITH TRMMMAPT TABLE VIEW OF ITS *
000742*                     TEN TERMINAL LINES                        *
000743*    10/15/26   JTM   ADDED DLGMMAP FOR THE DELEGATED AUTHORITY *
000744*                     SCREEN (PROGRAM DLGMCOB), WITH DLGMMAPT   *
000745*                     TABLE VIEW OF ITS TEN DELEGATION LINES    *
000746*    10/15/26   JTM   ADDED IDLG TO INQRMAP - THE DELEGATED     *
000747*                     AUTHORITY IN FORCE OR APPROVED FOR THE    *
000748*                     DISPLAYED OPERATOR                        *
000749*    10/15/26   JTM   RUNSMAP GREW TO THIRTEEN LINES (BLN13)    *
000750*                     FOR THE DELEGATION EXPIRY STEP            *
000751*    10/15/26   JTM   RUNSMAP GREW TO FOURTEEN LINES (BLN14)    *
000752*                     FOR THE CROSS-FILE INTEGRITY AUDIT STEP   *
000753***************************************************************
000754*                                                               *
000755*    MAP KAJCMAP - SYMBOLIC MAP                                 *
000756*    MLN01 THRU MLN10 LIST THE OPTIONS THE SIGNED-ON OPERATOR   *
000757*    MAY USE, TWO TO A LINE (CODE AND DESCRIPTION).             *
000758*                                                               *
000760 01  KAJCMAPI.
000770     02  FILLER       PIC X(12).
000780     02  TITLL        COMP PIC S9(4).
000900     02  FILLER REDEFINES OPIDF.
000910         03  OPIDA    PIC X.
000920     02  OPIDI        PIC X(08).
000921     02  MLN01L       COMP PIC S9(4).
000922     02  MLN01F       PIC X.
000923     02  FILLER REDEFINES MLN01F.
000924         03  MLN01A   PIC X.
000925     02  MLN01I       PIC X(76).
000926     02  MLN02L       COMP PIC S9(4).
000927     02  MLN02F       PIC X.
000928     02  FILLER REDEFINES MLN02F.
000929         03  MLN02A   PIC X.
000930     02  MLN02I       PIC X(76).
000931     02  MLN03L       COMP PIC S9(4).
000932     02  MLN03F       PIC X.
000933     02  FILLER REDEFINES MLN03F.
000934         03  MLN03A   PIC X.
000935     02  MLN03I       PIC X(76).
000936     02  MLN04L       COMP PIC S9(4).
000937     02  MLN04F       PIC X.
000938     02  FILLER REDEFINES MLN04F.
000939         03  MLN04A   PIC X.
000940     02  MLN04I       PIC X(76).
000941     02  MLN05L       COMP PIC S9(4).
000942     02  MLN05F       PIC X.
000943     02  FILLER REDEFINES MLN05F.
000944         03  MLN05A   PIC X.
000945     02  MLN05I       PIC X(76).
000946     02  MLN06L       COMP PIC S9(4).
000947     02  MLN06F       PIC X.
000948     02  FILLER REDEFINES MLN06F.
000949         03  MLN06A   PIC X.
000950     02  MLN06I       PIC X(76).
000951     02  MLN07L       COMP PIC S9(4).
000952     02  MLN07F       PIC X.
000953     02  FILLER REDEFINES MLN07F.
000954         03  MLN07A   PIC X.
000955     02  MLN07I       PIC X(76).
000956     02  MLN08L       COMP PIC S9(4).
000957     02  MLN08F       PIC X.
000958     02  FILLER REDEFINES MLN08F.
000959         03  MLN08A   PIC X.
000960     02  MLN08I       PIC X(76).
000961     02  MLN09L       COMP PIC S9(4).
000962     02  MLN09F       PIC X.
000963     02  FILLER REDEFINES MLN09F.
000964         03  MLN09A   PIC X.
000965     02  MLN09I       PIC X(76).
000966     02  MLN10L       COMP PIC S9(4).
000967     02  MLN10F       PIC X.
000968     02  FILLER REDEFINES MLN10F.
000969         03  MLN10A   PIC X.
000970     02  MLN10I       PIC X(76).
000971     02  MSGL         COMP PIC S9(4).
000972     02  MSGF         PIC X.
000973     02  FILLER REDEFINES MSGF.
000974         03  MSGA     PIC X.
000975     02  MSGI         PIC X(79).
000980*                                                               *
000990 01  KAJCMAPO REDEFINES KAJCMAPI.
001000     02  FILLER       PIC X(12).
001030     02  FILLER       PIC X(03).
001040     02  OPTNO        PIC X(04).
001050     02  FILLER       PIC X(03).
001051     02  OPIDO        PIC X(08).
001052     02  FILLER       PIC X(03).
001053     02  MLN01O       PIC X(76).
001054     02  FILLER       PIC X(03).
001055     02  MLN02O       PIC X(76).
001056     02  FILLER       PIC X(03).
001057     02  MLN03O       PIC X(76).
001058     02  FILLER       PIC X(03).
001059     02  MLN04O       PIC X(76).
001060     02  FILLER       PIC X(03).
001061     02  MLN05O       PIC X(76).
001062     02  FILLER       PIC X(03).
001063     02  MLN06O       PIC X(76).
001064     02  FILLER       PIC X(03).
001065     02  MLN07O       PIC X(76).
001066     02  FILLER       PIC X(03).
001067     02  MLN08O       PIC X(76).
001068     02  FILLER       PIC X(03).
001069     02  MLN09O       PIC X(76).
001070     02  FILLER       PIC X(03).
001071     02  MLN10O       PIC X(76).
001072     02  FILLER       PIC X(03).
001073     02  MSGO         PIC X(79).
001074*                                                               *
001075*    KAJCMAPT - TABLE VIEW OF THE TEN KAJCMAP OPTION LIST       *
001076*    LINES, SAME STORAGE AS KAJCMAPO, SAME IDEA AS LISTMAPT.    *
001077*                                                               *
001078 01  KAJCMAPT REDEFINES KAJCMAPI.
001079     02  FILLER       PIC X(12).
001080     02  FILLER       PIC X(43).
001081     02  FILLER       PIC X(07).
001082     02  FILLER       PIC X(11).
001083     02  KAJCMAPT-LINE OCCURS 10 TIMES.
001084         03  FILLER          PIC X(03).
001085         03  KAJCMAPT-DATA   PIC X(76).
001086     02  FILLER       PIC X(82).
001090*                                                               *
001100*    MAP LISTMAP - SYMBOLIC MAP                                 *
001110*    LIN01 THRU LIN10 ARE THE TEN DETAIL LINES DISPLAYED PER    *
002980*    OPERATOR DETAIL INQUIRY SCREEN (PROGRAM INQRCOB).  IOPID   *
002990*    IS THE ONLY INPUT FIELD (A NEW ID TO INQUIRE ON); THE      *
003000*    REMAINING FIELDS DISPLAY THE RECORD.                       *
003003*    IDLG SHOWS ANY DELEGATED AUTHORITY (KAJCDLG) THE OPERATOR  *
003006*    HOLDS NOW OR HAS APPROVED FOR LATER.                       *
003010*                                                               *
003020 01  INQRMAPI.
003030     02  FILLER       PIC X(12).
003360     02  FILLER REDEFINES IFAILF.
003370         03  IFAILA   PIC X.
003380     02  IFAILI       PIC X(01).
003381     02  IDLGL        COMP PIC S9(4).
003382     02  IDLGF        PIC X.
003383     02  FILLER REDEFINES IDLGF.
003384         03  IDLGA    PIC X.
003385     02  IDLGI        PIC X(72).
003390     02  IMSGL        COMP PIC S9(4).
003400     02  IMSGF        PIC X.
003410     02  FILLER REDEFINES IMSGF.
003580     02  ILSTMO       PIC X(07).
003590     02  FILLER       PIC X(03).
003600     02  IFAILO       PIC X(01).
003603     02  FILLER       PIC X(03).
003606     02  IDLGO        PIC X(72).
003610     02  FILLER       PIC X(03).
003620     02  IMSGO        PIC X(79).
003630*                                                               *
007200*    AND ASEQ PICK ONE PENDING CHANGE OFF THE PENDCH FILE AND   *
007210*    ADECN (A=APPROVE R=REJECT) DECIDES IT; AST01-AST05 SHOW    *
007220*    THE OLDEST PENDING CHANGES ON FILE.                        *
007222*    ABTCH NAMES A MASS-CHANGE BATCH (MCHGCOB) - ALONE IT LISTS *
007224*    THE BATCH'S PENDING CHANGES, WITH ADECN IT DECIDES THE     *
007226*    WHOLE BATCH.                                               *
007230*                                                               *
007240 01  APRVMAPI.
007250     02  FILLER       PIC X(12).
007380     02  FILLER REDEFINES ADECNF.
007390         03  ADECNA   PIC X.
007400     02  ADECNI       PIC X(01).
007401     02  ABTCHL       COMP PIC S9(4).
007402     02  ABTCHF       PIC X.
007403     02  FILLER REDEFINES ABTCHF.
007404         03  ABTCHA   PIC X.
007405     02  ABTCHI       PIC X(08).
007410     02  AST01L       COMP PIC S9(4).
007420     02  AST01F       PIC X.
007430     02  FILLER REDEFINES AST01F.
007780     02  FILLER       PIC X(03).
007790     02  ADECNO       PIC X(01).
007800     02  FILLER       PIC X(03).
007803     02  ABTCHO       PIC X(08).
007806     02  FILLER       PIC X(03).
007810     02  AST01O       PIC X(70).
007820     02  FILLER       PIC X(03).
007830     02  AST02O       PIC X(70).
007980     02  FILLER       PIC X(11).
007990     02  FILLER       PIC X(06).
008000     02  FILLER       PIC X(04).
008005     02  FILLER       PIC X(11).
008010     02  APRVMAPT-LINE OCCURS 5 TIMES.
008020         03  FILLER          PIC X(03).
008030         03  APRVMAPT-DATA   PIC X(70).
012150         03  FILLER          PIC X(03).
012160         03  EVNTMAPT-DATA   PIC X(76).
012170     02  FILLER       PIC X(89).
012180*                                                               *
012190*    MAP CERTMAP - SYMBOLIC MAP                                 *
012200*    ACCESS RECERTIFICATION SCREEN (PROGRAM CERTCOB).  CRVWR    *
012210*    IS THE REVIEWER WHOSE WORKSHEET IS SHOWN AND CCYCL THE     *
012220*    CYCLE; COPID/CDECN ARE AN OPERATOR ID AND ITS K (KEEP)     *
012230*    OR R (REVOKE) DECISION; CLN01-CLN10 ARE THE WORKSHEET      *
012240*    LINES.                                                     *
012250*                                                               *
012260 01  CERTMAPI.
012270     02  FILLER       PIC X(12).
012280     02  CRVWRL       COMP PIC S9(4).
012290     02  CRVWRF       PIC X.
012300     02  FILLER REDEFINES CRVWRF.
012310         03  CRVWRA   PIC X.
012320     02  CRVWRI       PIC X(08).
012330     02  CCYCLL       COMP PIC S9(4).
012340     02  CCYCLF       PIC X.
012350     02  FILLER REDEFINES CCYCLF.
012360         03  CCYCLA   PIC X.
012370     02  CCYCLI       PIC X(04).
012380     02  COPIDL       COMP PIC S9(4).
012390     02  COPIDF       PIC X.
012400     02  FILLER REDEFINES COPIDF.
012410         03  COPIDA   PIC X.
012420     02  COPIDI       PIC X(08).
012430     02  CDECNL       COMP PIC S9(4).
012440     02  CDECNF       PIC X.
012450     02  FILLER REDEFINES CDECNF.
012460         03  CDECNA   PIC X.
012470     02  CDECNI       PIC X(01).
012480     02  CLN01L       COMP PIC S9(4).
012490     02  CLN01F       PIC X.
012500     02  FILLER REDEFINES CLN01F.
012510         03  CLN01A   PIC X.
012520     02  CLN01I       PIC X(76).
012530     02  CLN02L       COMP PIC S9(4).
012540     02  CLN02F       PIC X.
012550     02  FILLER REDEFINES CLN02F.
012560         03  CLN02A   PIC X.
012570     02  CLN02I       PIC X(76).
012580     02  CLN03L       COMP PIC S9(4).
012590     02  CLN03F       PIC X.
012600     02  FILLER REDEFINES CLN03F.
012610         03  CLN03A   PIC X.
012620     02  CLN03I       PIC X(76).
012630     02  CLN04L       COMP PIC S9(4).
012640     02  CLN04F       PIC X.
012650     02  FILLER REDEFINES CLN04F.
012660         03  CLN04A   PIC X.
012670     02  CLN04I       PIC X(76).
012680     02  CLN05L       COMP PIC S9(4).
012690     02  CLN05F       PIC X.
012700     02  FILLER REDEFINES CLN05F.
012710         03  CLN05A   PIC X.
012720     02  CLN05I       PIC X(76).
012730     02  CLN06L       COMP PIC S9(4).
012740     02  CLN06F       PIC X.
012750     02  FILLER REDEFINES CLN06F.
012760         03  CLN06A   PIC X.
012770     02  CLN06I       PIC X(76).
012780     02  CLN07L       COMP PIC S9(4).
012790     02  CLN07F       PIC X.
012800     02  FILLER REDEFINES CLN07F.
012810         03  CLN07A   PIC X.
012820     02  CLN07I       PIC X(76).
012830     02  CLN08L       COMP PIC S9(4).
012840     02  CLN08F       PIC X.
012850     02  FILLER REDEFINES CLN08F.
012860         03  CLN08A   PIC X.
012870     02  CLN08I       PIC X(76).
012880     02  CLN09L       COMP PIC S9(4).
012890     02  CLN09F       PIC X.
012900     02  FILLER REDEFINES CLN09F.
012910         03  CLN09A   PIC X.
012920     02  CLN09I       PIC X(76).
012930     02  CLN10L       COMP PIC S9(4).
012940     02  CLN10F       PIC X.
012950     02  FILLER REDEFINES CLN10F.
012960         03  CLN10A   PIC X.
012970     02  CLN10I       PIC X(76).
012980     02  CMSGL        COMP PIC S9(4).
012990     02  CMSGF        PIC X.
013000     02  FILLER REDEFINES CMSGF.
013010         03  CMSGA    PIC X.
013020     02  CMSGI        PIC X(79).
013030*                                                               *
013040 01  CERTMAPO REDEFINES CERTMAPI.
013050     02  FILLER       PIC X(12).
013060     02  FILLER       PIC X(03).
013070     02  CRVWRO       PIC X(08).
013080     02  FILLER       PIC X(03).
013090     02  CCYCLO       PIC X(04).
013100     02  FILLER       PIC X(03).
013110     02  COPIDO       PIC X(08).
013120     02  FILLER       PIC X(03).
013130     02  CDECNO       PIC X(01).
013140     02  FILLER       PIC X(03).
013150     02  CLN01O       PIC X(76).
013160     02  FILLER       PIC X(03).
013170     02  CLN02O       PIC X(76).
013180     02  FILLER       PIC X(03).
013190     02  CLN03O       PIC X(76).
013200     02  FILLER       PIC X(03).
013210     02  CLN04O       PIC X(76).
013220     02  FILLER       PIC X(03).
013230     02  CLN05O       PIC X(76).
013240     02  FILLER       PIC X(03).
013250     02  CLN06O       PIC X(76).
013260     02  FILLER       PIC X(03).
013270     02  CLN07O       PIC X(76).
013280     02  FILLER       PIC X(03).
013290     02  CLN08O       PIC X(76).
013300     02  FILLER       PIC X(03).
013310     02  CLN09O       PIC X(76).
013320     02  FILLER       PIC X(03).
013330     02  CLN10O       PIC X(76).
013340     02  FILLER       PIC X(03).
013350     02  CMSGO        PIC X(79).
013360*                                                               *
013370*    CERTMAPT - TABLE VIEW OF THE TEN CERTMAP WORKSHEET         *
013380*    LINES, SAME STORAGE AS CERTMAPO, SAME IDEA AS LISTMAPT.    *
013390*                                                               *
013400 01  CERTMAPT REDEFINES CERTMAPI.
013410     02  FILLER       PIC X(12).
013420     02  FILLER       PIC X(11).
013430     02  FILLER       PIC X(07).
013440     02  FILLER       PIC X(11).
013450     02  FILLER       PIC X(04).
013460     02  CERTMAPT-LINE OCCURS 10 TIMES.
013470         03  FILLER          PIC X(03).
013480         03  CERTMAPT-DATA   PIC X(76).
013490     02  FILLER       PIC X(82).
013500*                                                               *
013510*    MAP ENTMMAP - SYMBOLIC MAP                                 *
013520*    OPTION ENTITLEMENT SCREEN (PROGRAM ENTMCOB).  NOPTN IS     *
013530*    THE OPTION CODE AND NOPID THE OPERATOR FOR AN OVERRIDE     *
013540*    (BLANK FOR THE DEFINITION); NFUNC IS THE CHANGE ASKED FOR  *
013550*    AND NPGM/NDESC/NAUTH/NMENU THE DEFINITION FIELDS;          *
013560*    NLN01-NLN10 SHOW THE ENTITLEMENTS ON FILE.                 *
013570*                                                               *
013580 01  ENTMMAPI.
013590     02  FILLER       PIC X(12).
013600     02  NOPTNL       COMP PIC S9(4).
013610     02  NOPTNF       PIC X.
013620     02  FILLER REDEFINES NOPTNF.
013630         03  NOPTNA   PIC X.
013640     02  NOPTNI       PIC X(04).
013650     02  NOPIDL       COMP PIC S9(4).
013660     02  NOPIDF       PIC X.
013670     02  FILLER REDEFINES NOPIDF.
013680         03  NOPIDA   PIC X.
013690     02  NOPIDI       PIC X(08).
013700     02  NFUNCL       COMP PIC S9(4).
013710     02  NFUNCF       PIC X.
013720     02  FILLER REDEFINES NFUNCF.
013730         03  NFUNCA   PIC X.
013740     02  NFUNCI       PIC X(01).
013750     02  NPGML        COMP PIC S9(4).
013760     02  NPGMF        PIC X.
013770     02  FILLER REDEFINES NPGMF.
013780         03  NPGMA    PIC X.
013790     02  NPGMI        PIC X(08).
013800     02  NDESCL       COMP PIC S9(4).
013810     02  NDESCF       PIC X.
013820     02  FILLER REDEFINES NDESCF.
013830         03  NDESCA   PIC X.
013840     02  NDESCI       PIC X(30).
013850     02  NAUTHL       COMP PIC S9(4).
013860     02  NAUTHF       PIC X.
013870     02  FILLER REDEFINES NAUTHF.
013880         03  NAUTHA   PIC X.
013890     02  NAUTHI       PIC X(01).
013900     02  NMENUL       COMP PIC S9(4).
013910     02  NMENUF       PIC X.
013920     02  FILLER REDEFINES NMENUF.
013930         03  NMENUA   PIC X.
013940     02  NMENUI       PIC X(01).
013950     02  NLN01L       COMP PIC S9(4).
013960     02  NLN01F       PIC X.
013970     02  FILLER REDEFINES NLN01F.
013980         03  NLN01A   PIC X.
013990     02  NLN01I       PIC X(76).
014000     02  NLN02L       COMP PIC S9(4).
014010     02  NLN02F       PIC X.
014020     02  FILLER REDEFINES NLN02F.
014030         03  NLN02A   PIC X.
014040     02  NLN02I       PIC X(76).
014050     02  NLN03L       COMP PIC S9(4).
014060     02  NLN03F       PIC X.
014070     02  FILLER REDEFINES NLN03F.
014080         03  NLN03A   PIC X.
014090     02  NLN03I       PIC X(76).
014100     02  NLN04L       COMP PIC S9(4).
014110     02  NLN04F       PIC X.
014120     02  FILLER REDEFINES NLN04F.
014130         03  NLN04A   PIC X.
014140     02  NLN04I       PIC X(76).
014150     02  NLN05L       COMP PIC S9(4).
014160     02  NLN05F       PIC X.
014170     02  FILLER REDEFINES NLN05F.
014180         03  NLN05A   PIC X.
014190     02  NLN05I       PIC X(76).
014200     02  NLN06L       COMP PIC S9(4).
014210     02  NLN06F       PIC X.
014220     02  FILLER REDEFINES NLN06F.
014230         03  NLN06A   PIC X.
014240     02  NLN06I       PIC X(76).
014250     02  NLN07L       COMP PIC S9(4).
014260     02  NLN07F       PIC X.
014270     02  FILLER REDEFINES NLN07F.
014280         03  NLN07A   PIC X.
014290     02  NLN07I       PIC X(76).
014300     02  NLN08L       COMP PIC S9(4).
014310     02  NLN08F       PIC X.
014320     02  FILLER REDEFINES NLN08F.
014330         03  NLN08A   PIC X.
014340     02  NLN08I       PIC X(76).
014350     02  NLN09L       COMP PIC S9(4).
014360     02  NLN09F       PIC X.
014370     02  FILLER REDEFINES NLN09F.
014380         03  NLN09A   PIC X.
014390     02  NLN09I       PIC X(76).
014400     02  NLN10L       COMP PIC S9(4).
014410     02  NLN10F       PIC X.
014420     02  FILLER REDEFINES NLN10F.
014430         03  NLN10A   PIC X.
014440     02  NLN10I       PIC X(76).
014450     02  NMSGL        COMP PIC S9(4).
014460     02  NMSGF        PIC X.
014470     02  FILLER REDEFINES NMSGF.
014480         03  NMSGA    PIC X.
014490     02  NMSGI        PIC X(79).
014500*                                                               *
014510 01  ENTMMAPO REDEFINES ENTMMAPI.
014520     02  FILLER       PIC X(12).
014530     02  FILLER       PIC X(03).
014540     02  NOPTNO       PIC X(04).
014550     02  FILLER       PIC X(03).
014560     02  NOPIDO       PIC X(08).
014570     02  FILLER       PIC X(03).
014580     02  NFUNCO       PIC X(01).
014590     02  FILLER       PIC X(03).
014600     02  NPGMO        PIC X(08).
014610     02  FILLER       PIC X(03).
014620     02  NDESCO       PIC X(30).
014630     02  FILLER       PIC X(03).
014640     02  NAUTHO       PIC X(01).
014650     02  FILLER       PIC X(03).
014660     02  NMENUO       PIC X(01).
014670     02  FILLER       PIC X(03).
014680     02  NLN01O       PIC X(76).
014690     02  FILLER       PIC X(03).
014700     02  NLN02O       PIC X(76).
014710     02  FILLER       PIC X(03).
014720     02  NLN03O       PIC X(76).
014730     02  FILLER       PIC X(03).
014740     02  NLN04O       PIC X(76).
014750     02  FILLER       PIC X(03).
014760     02  NLN05O       PIC X(76).
014770     02  FILLER       PIC X(03).
014780     02  NLN06O       PIC X(76).
014790     02  FILLER       PIC X(03).
014800     02  NLN07O       PIC X(76).
014810     02  FILLER       PIC X(03).
014820     02  NLN08O       PIC X(76).
014830     02  FILLER       PIC X(03).
014840     02  NLN09O       PIC X(76).
014850     02  FILLER       PIC X(03).
014860     02  NLN10O       PIC X(76).
014870     02  FILLER       PIC X(03).
014880     02  NMSGO        PIC X(79).
014890*                                                               *
014900*    ENTMMAPT - TABLE VIEW OF THE TEN ENTMMAP ENTITLEMENT       *
014910*    LINES, SAME STORAGE AS ENTMMAPO, SAME IDEA AS LISTMAPT.    *
014920*                                                               *
014930 01  ENTMMAPT REDEFINES ENTMMAPI.
014940     02  FILLER       PIC X(12).
014950     02  FILLER       PIC X(07).
014960     02  FILLER       PIC X(11).
014970     02  FILLER       PIC X(04).
014980     02  FILLER       PIC X(11).
014990     02  FILLER       PIC X(33).
015000     02  FILLER       PIC X(04).
015010     02  FILLER       PIC X(04).
015020     02  ENTMMAPT-LINE OCCURS 10 TIMES.
015030         03  FILLER          PIC X(03).
015040         03  ENTMMAPT-DATA   PIC X(76).
015050     02  FILLER       PIC X(82).
015060*                                                               *
015070*    MAP RUNSMAP - SYMBOLIC MAP                                 *
015080*    NIGHTLY STREAM STATUS SCREEN (PROGRAM RUNSCOB).  BDATE IS  *
015090*    THE BUSINESS DATE SHOWN (CYYDDD, BLANK FOR THE DATE THE    *
015100*    STREAM LAST OPENED); BSTEP AND BACTN ARE AN ADMIN ACTION   *
015110*    ON ONE STEP; BLN01-BLN14 SHOW THE STREAM JOB BY JOB.       *
015120*                                                               *
015130 01  RUNSMAPI.
015140     02  FILLER       PIC X(12).
015150     02  BDATEL       COMP PIC S9(4).
015160     02  BDATEF       PIC X.
015170     02  FILLER REDEFINES BDATEF.
015180         03  BDATEA   PIC X.
015190     02  BDATEI       PIC X(06).
015200     02  BSTEPL       COMP PIC S9(4).
015210     02  BSTEPF       PIC X.
015220     02  FILLER REDEFINES BSTEPF.
015230         03  BSTEPA   PIC X.
015240     02  BSTEPI       PIC X(02).
015250     02  BACTNL       COMP PIC S9(4).
015260     02  BACTNF       PIC X.
015270     02  FILLER REDEFINES BACTNF.
015280         03  BACTNA   PIC X.
015290     02  BACTNI       PIC X(01).
015300     02  BLN01L       COMP PIC S9(4).
015310     02  BLN01F       PIC X.
015320     02  FILLER REDEFINES BLN01F.
015330         03  BLN01A   PIC X.
015340     02  BLN01I       PIC X(76).
015350     02  BLN02L       COMP PIC S9(4).
015360     02  BLN02F       PIC X.
015370     02  FILLER REDEFINES BLN02F.
015380         03  BLN02A   PIC X.
015390     02  BLN02I       PIC X(76).
015400     02  BLN03L       COMP PIC S9(4).
015410     02  BLN03F       PIC X.
015420     02  FILLER REDEFINES BLN03F.
015430         03  BLN03A   PIC X.
015440     02  BLN03I       PIC X(76).
015450     02  BLN04L       COMP PIC S9(4).
015460     02  BLN04F       PIC X.
015470     02  FILLER REDEFINES BLN04F.
015480         03  BLN04A   PIC X.
015490     02  BLN04I       PIC X(76).
015500     02  BLN05L       COMP PIC S9(4).
015510     02  BLN05F       PIC X.
015520     02  FILLER REDEFINES BLN05F.
015530         03  BLN05A   PIC X.
015540     02  BLN05I       PIC X(76).
015550     02  BLN06L       COMP PIC S9(4).
015560     02  BLN06F       PIC X.
015570     02  FILLER REDEFINES BLN06F.
015580         03  BLN06A   PIC X.
015590     02  BLN06I       PIC X(76).
015600     02  BLN07L       COMP PIC S9(4).
015610     02  BLN07F       PIC X.
015620     02  FILLER REDEFINES BLN07F.
015630         03  BLN07A   PIC X.
015640     02  BLN07I       PIC X(76).
015650     02  BLN08L       COMP PIC S9(4).
015660     02  BLN08F       PIC X.
015670     02  FILLER REDEFINES BLN08F.
015680         03  BLN08A   PIC X.
015690     02  BLN08I       PIC X(76).
015700     02  BLN09L       COMP PIC S9(4).
015710     02  BLN09F       PIC X.
015720     02  FILLER REDEFINES BLN09F.
015730         03  BLN09A   PIC X.
015740     02  BLN09I       PIC X(76).
015750     02  BLN10L       COMP PIC S9(4).
015760     02  BLN10F       PIC X.
015770     02  FILLER REDEFINES BLN10F.
015780         03  BLN10A   PIC X.
015790     02  BLN10I       PIC X(76).
015800     02  BLN11L       COMP PIC S9(4).
015810     02  BLN11F       PIC X.
015820     02  FILLER REDEFINES BLN11F.
015830         03  BLN11A   PIC X.
015840     02  BLN11I       PIC X(76).
015850     02  BLN12L       COMP PIC S9(4).
015860     02  BLN12F       PIC X.
015870     02  FILLER REDEFINES BLN12F.
015880         03  BLN12A   PIC X.
015890     02  BLN12I       PIC X(76).
015900     02  BLN13L       COMP PIC S9(4).
015910     02  BLN13F       PIC X.
015920     02  FILLER REDEFINES BLN13F.
015930         03  BLN13A   PIC X.
015940     02  BLN13I       PIC X(76).
015950     02  BLN14L       COMP PIC S9(4).
015960     02  BLN14F       PIC X.
015970     02  FILLER REDEFINES BLN14F.
015980         03  BLN14A   PIC X.
015990     02  BLN14I       PIC X(76).
016000     02  BMSGL        COMP PIC S9(4).
016010     02  BMSGF        PIC X.
016020     02  FILLER REDEFINES BMSGF.
016030         03  BMSGA    PIC X.
016040     02  BMSGI        PIC X(79).
016050*                                                               *
016060 01  RUNSMAPO REDEFINES RUNSMAPI.
016070     02  FILLER       PIC X(12).
016080     02  FILLER       PIC X(03).
016090     02  BDATEO       PIC X(06).
016100     02  FILLER       PIC X(03).
016110     02  BSTEPO       PIC X(02).
016120     02  FILLER       PIC X(03).
016130     02  BACTNO       PIC X(01).
016140     02  FILLER       PIC X(03).
016150     02  BLN01O       PIC X(76).
016160     02  FILLER       PIC X(03).
016170     02  BLN02O       PIC X(76).
016180     02  FILLER       PIC X(03).
016190     02  BLN03O       PIC X(76).
016200     02  FILLER       PIC X(03).
016210     02  BLN04O       PIC X(76).
016220     02  FILLER       PIC X(03).
016230     02  BLN05O       PIC X(76).
016240     02  FILLER       PIC X(03).
016250     02  BLN06O       PIC X(76).
016260     02  FILLER       PIC X(03).
016270     02  BLN07O       PIC X(76).
016280     02  FILLER       PIC X(03).
016290     02  BLN08O       PIC X(76).
016300     02  FILLER       PIC X(03).
016310     02  BLN09O       PIC X(76).
016320     02  FILLER       PIC X(03).
016330     02  BLN10O       PIC X(76).
016340     02  FILLER       PIC X(03).
016350     02  BLN11O       PIC X(76).
016360     02  FILLER       PIC X(03).
016370     02  BLN12O       PIC X(76).
016380     02  FILLER       PIC X(03).
016390     02  BLN13O       PIC X(76).
016400     02  FILLER       PIC X(03).
016410     02  BLN14O       PIC X(76).
016420     02  FILLER       PIC X(03).
016430     02  BMSGO        PIC X(79).
016440*                                                               *
016450*    RUNSMAPT - TABLE VIEW OF THE FOURTEEN RUNSMAP STEP LINES,  *
016460*    SAME STORAGE AS RUNSMAPO, SAME IDEA AS LISTMAPT.           *
016470*                                                               *
016480 01  RUNSMAPT REDEFINES RUNSMAPI.
016490     02  FILLER       PIC X(12).
016500     02  FILLER       PIC X(09).
016510     02  FILLER       PIC X(05).
016520     02  FILLER       PIC X(04).
016530     02  RUNSMAPT-LINE OCCURS 14 TIMES.
016540         03  FILLER          PIC X(03).
016550         03  RUNSMAPT-DATA   PIC X(76).
016560     02  FILLER       PIC X(82).
016570*                                                               *
016580*    MAP JRNSMAP - SYMBOLIC MAP                                 *
016590*    JOURNAL DETAIL SEARCH SCREEN (PROGRAM JRNSCOB).  JFDAT AND *
016600*    JTDAT ARE THE BUSINESS DATE RANGE (CYYDDD); JUSER, JTERM,  *
016610*    JOPTN, JPROG AND JOUTC NARROW THE SEARCH TO ONE USER ID,   *
016620*    TERMINAL, OPTION, PROGRAM OR OUTCOME (BLANK FOR ANY);      *
016630*    JLN01-JLN10 SHOW THE MATCHING JOURNAL RECORDS, TEN PER PAGE.*
016640*                                                               *
016650 01  JRNSMAPI.
016660     02  FILLER       PIC X(12).
016670     02  JFDATL       COMP PIC S9(4).
016680     02  JFDATF       PIC X.
016690     02  FILLER REDEFINES JFDATF.
016700         03  JFDATA   PIC X.
016710     02  JFDATI       PIC X(06).
016720     02  JTDATL       COMP PIC S9(4).
016730     02  JTDATF       PIC X.
016740     02  FILLER REDEFINES JTDATF.
016750         03  JTDATA   PIC X.
016760     02  JTDATI       PIC X(06).
016770     02  JUSERL       COMP PIC S9(4).
016780     02  JUSERF       PIC X.
016790     02  FILLER REDEFINES JUSERF.
016800         03  JUSERA   PIC X.
016810     02  JUSERI       PIC X(08).
016820     02  JTERML       COMP PIC S9(4).
016830     02  JTERMF       PIC X.
016840     02  FILLER REDEFINES JTERMF.
016850         03  JTERMA   PIC X.
016860     02  JTERMI       PIC X(04).
016870     02  JOPTNL       COMP PIC S9(4).
016880     02  JOPTNF       PIC X.
016890     02  FILLER REDEFINES JOPTNF.
016900         03  JOPTNA   PIC X.
016910     02  JOPTNI       PIC X(04).
016920     02  JPROGL       COMP PIC S9(4).
016930     02  JPROGF       PIC X.
016940     02  FILLER REDEFINES JPROGF.
016950         03  JPROGA   PIC X.
016960     02  JPROGI       PIC X(08).
016970     02  JOUTCL       COMP PIC S9(4).
016980     02  JOUTCF       PIC X.
016990     02  FILLER REDEFINES JOUTCF.
017000         03  JOUTCA   PIC X.
017010     02  JOUTCI       PIC X(01).
017020     02  JLN01L       COMP PIC S9(4).
017030     02  JLN01F       PIC X.
017040     02  FILLER REDEFINES JLN01F.
017050         03  JLN01A   PIC X.
017060     02  JLN01I       PIC X(76).
017070     02  JLN02L       COMP PIC S9(4).
017080     02  JLN02F       PIC X.
017090     02  FILLER REDEFINES JLN02F.
017100         03  JLN02A   PIC X.
017110     02  JLN02I       PIC X(76).
017120     02  JLN03L       COMP PIC S9(4).
017130     02  JLN03F       PIC X.
017140     02  FILLER REDEFINES JLN03F.
017150         03  JLN03A   PIC X.
017160     02  JLN03I       PIC X(76).
017170     02  JLN04L       COMP PIC S9(4).
017180     02  JLN04F       PIC X.
017190     02  FILLER REDEFINES JLN04F.
017200         03  JLN04A   PIC X.
017210     02  JLN04I       PIC X(76).
017220     02  JLN05L       COMP PIC S9(4).
017230     02  JLN05F       PIC X.
017240     02  FILLER REDEFINES JLN05F.
017250         03  JLN05A   PIC X.
017260     02  JLN05I       PIC X(76).
017270     02  JLN06L       COMP PIC S9(4).
017280     02  JLN06F       PIC X.
017290     02  FILLER REDEFINES JLN06F.
017300         03  JLN06A   PIC X.
017310     02  JLN06I       PIC X(76).
017320     02  JLN07L       COMP PIC S9(4).
017330     02  JLN07F       PIC X.
017340     02  FILLER REDEFINES JLN07F.
017350         03  JLN07A   PIC X.
017360     02  JLN07I       PIC X(76).
017370     02  JLN08L       COMP PIC S9(4).
017380     02  JLN08F       PIC X.
017390     02  FILLER REDEFINES JLN08F.
017400         03  JLN08A   PIC X.
017410     02  JLN08I       PIC X(76).
017420     02  JLN09L       COMP PIC S9(4).
017430     02  JLN09F       PIC X.
017440     02  FILLER REDEFINES JLN09F.
017450         03  JLN09A   PIC X.
017460     02  JLN09I       PIC X(76).
017470     02  JLN10L       COMP PIC S9(4).
017480     02  JLN10F       PIC X.
017490     02  FILLER REDEFINES JLN10F.
017500         03  JLN10A   PIC X.
017510     02  JLN10I       PIC X(76).
017520     02  JPAGNL       COMP PIC S9(4).
017530     02  JPAGNF       PIC X.
017540     02  FILLER REDEFINES JPAGNF.
017550         03  JPAGNA   PIC X.
017560     02  JPAGNI       PIC X(04).
017570     02  JMSGL        COMP PIC S9(4).
017580     02  JMSGF        PIC X.
017590     02  FILLER REDEFINES JMSGF.
017600         03  JMSGA    PIC X.
017610     02  JMSGI        PIC X(79).
017620*                                                               *
017630 01  JRNSMAPO REDEFINES JRNSMAPI.
017640     02  FILLER       PIC X(12).
017650     02  FILLER       PIC X(03).
017660     02  JFDATO       PIC X(06).
017670     02  FILLER       PIC X(03).
017680     02  JTDATO       PIC X(06).
017690     02  FILLER       PIC X(03).
017700     02  JUSERO       PIC X(08).
017710     02  FILLER       PIC X(03).
017720     02  JTERMO       PIC X(04).
017730     02  FILLER       PIC X(03).
017740     02  JOPTNO       PIC X(04).
017750     02  FILLER       PIC X(03).
017760     02  JPROGO       PIC X(08).
017770     02  FILLER       PIC X(03).
017780     02  JOUTCO       PIC X(01).
017790     02  FILLER       PIC X(03).
017800     02  JLN01O       PIC X(76).
017810     02  FILLER       PIC X(03).
017820     02  JLN02O       PIC X(76).
017830     02  FILLER       PIC X(03).
017840     02  JLN03O       PIC X(76).
017850     02  FILLER       PIC X(03).
017860     02  JLN04O       PIC X(76).
017870     02  FILLER       PIC X(03).
017880     02  JLN05O       PIC X(76).
017890     02  FILLER       PIC X(03).
017900     02  JLN06O       PIC X(76).
017910     02  FILLER       PIC X(03).
017920     02  JLN07O       PIC X(76).
017930     02  FILLER       PIC X(03).
017940     02  JLN08O       PIC X(76).
017950     02  FILLER       PIC X(03).
017960     02  JLN09O       PIC X(76).
017970     02  FILLER       PIC X(03).
017980     02  JLN10O       PIC X(76).
017990     02  FILLER       PIC X(03).
018000     02  JPAGNO       PIC X(04).
018010     02  FILLER       PIC X(03).
018020     02  JMSGO        PIC X(79).
018030*                                                               *
018040*    JRNSMAPT - TABLE VIEW OF THE TEN JRNSMAP DETAIL LINES,     *
018050*    SAME STORAGE AS JRNSMAPO, SAME IDEA AS LISTMAPT.           *
018060*                                                               *
018070 01  JRNSMAPT REDEFINES JRNSMAPI.
018080     02  FILLER       PIC X(12).
018090     02  FILLER       PIC X(09).
018100     02  FILLER       PIC X(09).
018110     02  FILLER       PIC X(11).
018120     02  FILLER       PIC X(07).
018130     02  FILLER       PIC X(07).
018140     02  FILLER       PIC X(11).
018150     02  FILLER       PIC X(04).
018160     02  JRNSMAPT-LINE OCCURS 10 TIMES.
018170         03  FILLER          PIC X(03).
018180         03  JRNSMAPT-DATA   PIC X(76).
018190     02  FILLER       PIC X(89).
018200*                                                               *
018210*    MAP ALRTMAP - SYMBOLIC MAP                                 *
018220*    SECURITY ALERT CONSOLE (PROGRAM ALRTCOB).  WLN01-WLN10     *
018230*    LIST THE OPEN ALERTS, NEWEST FIRST; WSEL IS THE LINE       *
018240*    NUMBER TO ACT ON AND WNOTE THE ACKNOWLEDGEMENT NOTE.       *
018250*                                                               *
018260 01  ALRTMAPI.
018270     02  FILLER       PIC X(12).
018280     02  WSELL        COMP PIC S9(4).
018290     02  WSELF        PIC X.
018300     02  FILLER REDEFINES WSELF.
018310         03  WSELA    PIC X.
018320     02  WSELI        PIC X(02).
018330     02  WNOTEL       COMP PIC S9(4).
018340     02  WNOTEF       PIC X.
018350     02  FILLER REDEFINES WNOTEF.
018360         03  WNOTEA   PIC X.
018370     02  WNOTEI       PIC X(40).
018380     02  WLN01L       COMP PIC S9(4).
018390     02  WLN01F       PIC X.
018400     02  FILLER REDEFINES WLN01F.
018410         03  WLN01A   PIC X.
018420     02  WLN01I       PIC X(76).
018430     02  WLN02L       COMP PIC S9(4).
018440     02  WLN02F       PIC X.
018450     02  FILLER REDEFINES WLN02F.
018460         03  WLN02A   PIC X.
018470     02  WLN02I       PIC X(76).
018480     02  WLN03L       COMP PIC S9(4).
018490     02  WLN03F       PIC X.
018500     02  FILLER REDEFINES WLN03F.
018510         03  WLN03A   PIC X.
018520     02  WLN03I       PIC X(76).
018530     02  WLN04L       COMP PIC S9(4).
018540     02  WLN04F       PIC X.
018550     02  FILLER REDEFINES WLN04F.
018560         03  WLN04A   PIC X.
018570     02  WLN04I       PIC X(76).
018580     02  WLN05L       COMP PIC S9(4).
018590     02  WLN05F       PIC X.
018600     02  FILLER REDEFINES WLN05F.
018610         03  WLN05A   PIC X.
018620     02  WLN05I       PIC X(76).
018630     02  WLN06L       COMP PIC S9(4).
018640     02  WLN06F       PIC X.
018650     02  FILLER REDEFINES WLN06F.
018660         03  WLN06A   PIC X.
018670     02  WLN06I       PIC X(76).
018680     02  WLN07L       COMP PIC S9(4).
018690     02  WLN07F       PIC X.
018700     02  FILLER REDEFINES WLN07F.
018710         03  WLN07A   PIC X.
018720     02  WLN07I       PIC X(76).
018730     02  WLN08L       COMP PIC S9(4).
018740     02  WLN08F       PIC X.
018750     02  FILLER REDEFINES WLN08F.
018760         03  WLN08A   PIC X.
018770     02  WLN08I       PIC X(76).
018780     02  WLN09L       COMP PIC S9(4).
018790     02  WLN09F       PIC X.
018800     02  FILLER REDEFINES WLN09F.
018810         03  WLN09A   PIC X.
018820     02  WLN09I       PIC X(76).
018830     02  WLN10L       COMP PIC S9(4).
018840     02  WLN10F       PIC X.
018850     02  FILLER REDEFINES WLN10F.
018860         03  WLN10A   PIC X.
018870     02  WLN10I       PIC X(76).
018880     02  WPAGNL       COMP PIC S9(4).
018890     02  WPAGNF       PIC X.
018900     02  FILLER REDEFINES WPAGNF.
018910         03  WPAGNA   PIC X.
018920     02  WPAGNI       PIC X(04).
018930     02  WMSGL        COMP PIC S9(4).
018940     02  WMSGF        PIC X.
018950     02  FILLER REDEFINES WMSGF.
018960         03  WMSGA    PIC X.
018970     02  WMSGI        PIC X(79).
018980*                                                               *
018990 01  ALRTMAPO REDEFINES ALRTMAPI.
019000     02  FILLER       PIC X(12).
019010     02  FILLER       PIC X(03).
019020     02  WSELO        PIC X(02).
019030     02  FILLER       PIC X(03).
019040     02  WNOTEO       PIC X(40).
019050     02  FILLER       PIC X(03).
019060     02  WLN01O       PIC X(76).
019070     02  FILLER       PIC X(03).
019080     02  WLN02O       PIC X(76).
019090     02  FILLER       PIC X(03).
019100     02  WLN03O       PIC X(76).
019110     02  FILLER       PIC X(03).
019120     02  WLN04O       PIC X(76).
019130     02  FILLER       PIC X(03).
019140     02  WLN05O       PIC X(76).
019150     02  FILLER       PIC X(03).
019160     02  WLN06O       PIC X(76).
019170     02  FILLER       PIC X(03).
019180     02  WLN07O       PIC X(76).
019190     02  FILLER       PIC X(03).
019200     02  WLN08O       PIC X(76).
019210     02  FILLER       PIC X(03).
019220     02  WLN09O       PIC X(76).
019230     02  FILLER       PIC X(03).
019240     02  WLN10O       PIC X(76).
019250     02  FILLER       PIC X(03).
019260     02  WPAGNO       PIC X(04).
019270     02  FILLER       PIC X(03).
019280     02  WMSGO        PIC X(79).
019290*                                                               *
019300*    ALRTMAPT - TABLE VIEW OF THE TEN ALRTMAP ALERT LINES,      *
019310*    SAME STORAGE AS ALRTMAPO, SAME IDEA AS LISTMAPT.           *
019320*                                                               *
019330 01  ALRTMAPT REDEFINES ALRTMAPI.
019340     02  FILLER       PIC X(12).
019350     02  FILLER       PIC X(05).
019360     02  FILLER       PIC X(43).
019370     02  ALRTMAPT-LINE OCCURS 10 TIMES.
019380         03  FILLER          PIC X(03).
019390         03  ALRTMAPT-DATA   PIC X(76).
019400     02  FILLER       PIC X(89).
019410*                                                               *
019420*    MAP TRMMMAP - SYMBOLIC MAP                                 *
019430*    TERMINAL REGISTRY AND SHIFT WINDOW MAINTENANCE (PROGRAM    *
019440*    TRMMCOB).  GTERM-GACTV ARE A TERMINAL RECORD, GOPID-GTO    *
019450*    AN OPERATOR SHIFT WINDOW; GACTN IS THE ACTION (A/C/D, OR   *
019460*    BLANK TO SHOW).  GLN01-GLN10 LIST THE TERMINALS.           *
019470*                                                               *
019480 01  TRMMMAPI.
019490     02  FILLER       PIC X(12).
019500     02  GTERML       COMP PIC S9(4).
019510     02  GTERMF       PIC X.
019520     02  FILLER REDEFINES GTERMF.
019530         03  GTERMA   PIC X.
019540     02  GTERMI       PIC X(04).
019550     02  GLOCL        COMP PIC S9(4).
019560     02  GLOCF        PIC X.
019570     02  FILLER REDEFINES GLOCF.
019580         03  GLOCA    PIC X.
019590     02  GLOCI        PIC X(20).
019600     02  GDESTL       COMP PIC S9(4).
019610     02  GDESTF       PIC X.
019620     02  FILLER REDEFINES GDESTF.
019630         03  GDESTA   PIC X.
019640     02  GDESTI       PIC X(04).
019650     02  GAUTHL       COMP PIC S9(4).
019660     02  GAUTHF       PIC X.
019670     02  FILLER REDEFINES GAUTHF.
019680         03  GAUTHA   PIC X.
019690     02  GAUTHI       PIC X(01).
019700     02  GACTVL       COMP PIC S9(4).
019710     02  GACTVF       PIC X.
019720     02  FILLER REDEFINES GACTVF.
019730         03  GACTVA   PIC X.
019740     02  GACTVI       PIC X(01).
019750     02  GOPIDL       COMP PIC S9(4).
019760     02  GOPIDF       PIC X.
019770     02  FILLER REDEFINES GOPIDF.
019780         03  GOPIDA   PIC X.
019790     02  GOPIDI       PIC X(08).
019800     02  GDAYSL       COMP PIC S9(4).
019810     02  GDAYSF       PIC X.
019820     02  FILLER REDEFINES GDAYSF.
019830         03  GDAYSA   PIC X.
019840     02  GDAYSI       PIC X(07).
019850     02  GFROML       COMP PIC S9(4).
019860     02  GFROMF       PIC X.
019870     02  FILLER REDEFINES GFROMF.
019880         03  GFROMA   PIC X.
019890     02  GFROMI       PIC X(04).
019900     02  GTOL         COMP PIC S9(4).
019910     02  GTOF         PIC X.
019920     02  FILLER REDEFINES GTOF.
019930         03  GTOA     PIC X.
019940     02  GTOI         PIC X(04).
019950     02  GACTNL       COMP PIC S9(4).
019960     02  GACTNF       PIC X.
019970     02  FILLER REDEFINES GACTNF.
019980         03  GACTNA   PIC X.
019990     02  GACTNI       PIC X(01).
020000     02  GLN01L       COMP PIC S9(4).
020010     02  GLN01F       PIC X.
020020     02  FILLER REDEFINES GLN01F.
020030         03  GLN01A   PIC X.
020040     02  GLN01I       PIC X(76).
020050     02  GLN02L       COMP PIC S9(4).
020060     02  GLN02F       PIC X.
020070     02  FILLER REDEFINES GLN02F.
020080         03  GLN02A   PIC X.
020090     02  GLN02I       PIC X(76).
020100     02  GLN03L       COMP PIC S9(4).
020110     02  GLN03F       PIC X.
020120     02  FILLER REDEFINES GLN03F.
020130         03  GLN03A   PIC X.
020140     02  GLN03I       PIC X(76).
020150     02  GLN04L       COMP PIC S9(4).
020160     02  GLN04F       PIC X.
020170     02  FILLER REDEFINES GLN04F.
020180         03  GLN04A   PIC X.
020190     02  GLN04I       PIC X(76).
020200     02  GLN05L       COMP PIC S9(4).
020210     02  GLN05F       PIC X.
020220     02  FILLER REDEFINES GLN05F.
020230         03  GLN05A   PIC X.
020240     02  GLN05I       PIC X(76).
020250     02  GLN06L       COMP PIC S9(4).
020260     02  GLN06F       PIC X.
020270     02  FILLER REDEFINES GLN06F.
020280         03  GLN06A   PIC X.
020290     02  GLN06I       PIC X(76).
020300     02  GLN07L       COMP PIC S9(4).
020310     02  GLN07F       PIC X.
020320     02  FILLER REDEFINES GLN07F.
020330         03  GLN07A   PIC X.
020340     02  GLN07I       PIC X(76).
020350     02  GLN08L       COMP PIC S9(4).
020360     02  GLN08F       PIC X.
020370     02  FILLER REDEFINES GLN08F.
020380         03  GLN08A   PIC X.
020390     02  GLN08I       PIC X(76).
020400     02  GLN09L       COMP PIC S9(4).
020410     02  GLN09F       PIC X.
020420     02  FILLER REDEFINES GLN09F.
020430         03  GLN09A   PIC X.
020440     02  GLN09I       PIC X(76).
020450     02  GLN10L       COMP PIC S9(4).
020460     02  GLN10F       PIC X.
020470     02  FILLER REDEFINES GLN10F.
020480         03  GLN10A   PIC X.
020490     02  GLN10I       PIC X(76).
020500     02  GMSGL        COMP PIC S9(4).
020510     02  GMSGF        PIC X.
020520     02  FILLER REDEFINES GMSGF.
020530         03  GMSGA    PIC X.
020540     02  GMSGI        PIC X(79).
020550*                                                               *
020560 01  TRMMMAPO REDEFINES TRMMMAPI.
020570     02  FILLER       PIC X(12).
020580     02  FILLER       PIC X(03).
020590     02  GTERMO       PIC X(04).
020600     02  FILLER       PIC X(03).
020610     02  GLOCO        PIC X(20).
020620     02  FILLER       PIC X(03).
020630     02  GDESTO       PIC X(04).
020640     02  FILLER       PIC X(03).
020650     02  GAUTHO       PIC X(01).
020660     02  FILLER       PIC X(03).
020670     02  GACTVO       PIC X(01).
020680     02  FILLER       PIC X(03).
020690     02  GOPIDO       PIC X(08).
020700     02  FILLER       PIC X(03).
020710     02  GDAYSO       PIC X(07).
020720     02  FILLER       PIC X(03).
020730     02  GFROMO       PIC X(04).
020740     02  FILLER       PIC X(03).
020750     02  GTOO         PIC X(04).
020760     02  FILLER       PIC X(03).
020770     02  GACTNO       PIC X(01).
020780     02  FILLER       PIC X(03).
020790     02  GLN01O       PIC X(76).
020800     02  FILLER       PIC X(03).
020810     02  GLN02O       PIC X(76).
020820     02  FILLER       PIC X(03).
020830     02  GLN03O       PIC X(76).
020840     02  FILLER       PIC X(03).
020850     02  GLN04O       PIC X(76).
020860     02  FILLER       PIC X(03).
020870     02  GLN05O       PIC X(76).
020880     02  FILLER       PIC X(03).
020890     02  GLN06O       PIC X(76).
020900     02  FILLER       PIC X(03).
020910     02  GLN07O       PIC X(76).
020920     02  FILLER       PIC X(03).
020930     02  GLN08O       PIC X(76).
020940     02  FILLER       PIC X(03).
020950     02  GLN09O       PIC X(76).
020960     02  FILLER       PIC X(03).
020970     02  GLN10O       PIC X(76).
020980     02  FILLER       PIC X(03).
020990     02  GMSGO        PIC X(79).
021000*                                                               *
021010*    TRMMMAPT - TABLE VIEW OF THE TEN TRMMMAP TERMINAL LINES,   *
021020*    SAME STORAGE AS TRMMMAPO, SAME IDEA AS LISTMAPT.           *
021030*                                                               *
021040 01  TRMMMAPT REDEFINES TRMMMAPI.
021050     02  FILLER       PIC X(12).
021060     02  FILLER       PIC X(84).
021070     02  TRMMMAPT-LINE OCCURS 10 TIMES.
021080         03  FILLER          PIC X(03).
021090         03  TRMMMAPT-DATA   PIC X(76).
021100     02  FILLER       PIC X(82).
021110*                                                               *
021120*    MAP DLGMMAP - SYMBOLIC MAP                                 *
021130*    DELEGATED AUTHORITY SCREEN (PROGRAM DLGMCOB).  DOPID IS    *
021140*    THE OPERATOR, DAUTH THE AUTHORITY DELEGATED, DFROM AND DTO *
021150*    THE DATES (CYYDDD) AND DRSN THE REASON; DFUNC IS THE       *
021160*    REQUEST (G GRANT, V REVOKE, BLANK TO POSITION THE LIST).   *
021170*    DLN01-DLN10 LIST THE DELEGATIONS ON FILE.                  *
021180*                                                               *
021190 01  DLGMMAPI.
021200     02  FILLER       PIC X(12).
021210     02  DOPIDL       COMP PIC S9(4).
021220     02  DOPIDF       PIC X.
021230     02  FILLER REDEFINES DOPIDF.
021240         03  DOPIDA   PIC X.
021250     02  DOPIDI       PIC X(08).
021260     02  DAUTHL       COMP PIC S9(4).
021270     02  DAUTHF       PIC X.
021280     02  FILLER REDEFINES DAUTHF.
021290         03  DAUTHA   PIC X.
021300     02  DAUTHI       PIC X(01).
021310     02  DFROML       COMP PIC S9(4).
021320     02  DFROMF       PIC X.
021330     02  FILLER REDEFINES DFROMF.
021340         03  DFROMA   PIC X.
021350     02  DFROMI       PIC X(06).
021360     02  DTOL         COMP PIC S9(4).
021370     02  DTOF         PIC X.
021380     02  FILLER REDEFINES DTOF.
021390         03  DTOA     PIC X.
021400     02  DTOI         PIC X(06).
021410     02  DRSNL        COMP PIC S9(4).
021420     02  DRSNF        PIC X.
021430     02  FILLER REDEFINES DRSNF.
021440         03  DRSNA    PIC X.
021450     02  DRSNI        PIC X(30).
021460     02  DFUNCL       COMP PIC S9(4).
021470     02  DFUNCF       PIC X.
021480     02  FILLER REDEFINES DFUNCF.
021490         03  DFUNCA   PIC X.
021500     02  DFUNCI       PIC X(01).
021510     02  DLN01L       COMP PIC S9(4).
021520     02  DLN01F       PIC X.
021530     02  FILLER REDEFINES DLN01F.
021540         03  DLN01A   PIC X.
021550     02  DLN01I       PIC X(76).
021560     02  DLN02L       COMP PIC S9(4).
021570     02  DLN02F       PIC X.
021580     02  FILLER REDEFINES DLN02F.
021590         03  DLN02A   PIC X.
021600     02  DLN02I       PIC X(76).
021610     02  DLN03L       COMP PIC S9(4).
021620     02  DLN03F       PIC X.
021630     02  FILLER REDEFINES DLN03F.
021640         03  DLN03A   PIC X.
021650     02  DLN03I       PIC X(76).
021660     02  DLN04L       COMP PIC S9(4).
021670     02  DLN04F       PIC X.
021680     02  FILLER REDEFINES DLN04F.
021690         03  DLN04A   PIC X.
021700     02  DLN04I       PIC X(76).
021710     02  DLN05L       COMP PIC S9(4).
021720     02  DLN05F       PIC X.
021730     02  FILLER REDEFINES DLN05F.
021740         03  DLN05A   PIC X.
021750     02  DLN05I       PIC X(76).
021760     02  DLN06L       COMP PIC S9(4).
021770     02  DLN06F       PIC X.
021780     02  FILLER REDEFINES DLN06F.
021790         03  DLN06A   PIC X.
021800     02  DLN06I       PIC X(76).
021810     02  DLN07L       COMP PIC S9(4).
021820     02  DLN07F       PIC X.
021830     02  FILLER REDEFINES DLN07F.
021840         03  DLN07A   PIC X.
021850     02  DLN07I       PIC X(76).
021860     02  DLN08L       COMP PIC S9(4).
021870     02  DLN08F       PIC X.
021880     02  FILLER REDEFINES DLN08F.
021890         03  DLN08A   PIC X.
021900     02  DLN08I       PIC X(76).
021910     02  DLN09L       COMP PIC S9(4).
021920     02  DLN09F       PIC X.
021930     02  FILLER REDEFINES DLN09F.
021940         03  DLN09A   PIC X.
021950     02  DLN09I       PIC X(76).
021960     02  DLN10L       COMP PIC S9(4).
021970     02  DLN10F       PIC X.
021980     02  FILLER REDEFINES DLN10F.
021990         03  DLN10A   PIC X.
022000     02  DLN10I       PIC X(76).
022010     02  DMSGL        COMP PIC S9(4).
022020     02  DMSGF        PIC X.
022030     02  FILLER REDEFINES DMSGF.
022040         03  DMSGA    PIC X.
022050     02  DMSGI        PIC X(79).
022060*                                                               *
022070 01  DLGMMAPO REDEFINES DLGMMAPI.
022080     02  FILLER       PIC X(12).
022090     02  FILLER       PIC X(03).
022100     02  DOPIDO       PIC X(08).
022110     02  FILLER       PIC X(03).
022120     02  DAUTHO       PIC X(01).
022130     02  FILLER       PIC X(03).
022140     02  DFROMO       PIC X(06).
022150     02  FILLER       PIC X(03).
022160     02  DTOO         PIC X(06).
022170     02  FILLER       PIC X(03).
022180     02  DRSNO        PIC X(30).
022190     02  FILLER       PIC X(03).
022200     02  DFUNCO       PIC X(01).
022210     02  FILLER       PIC X(03).
022220     02  DLN01O       PIC X(76).
022230     02  FILLER       PIC X(03).
022240     02  DLN02O       PIC X(76).
022250     02  FILLER       PIC X(03).
022260     02  DLN03O       PIC X(76).
022270     02  FILLER       PIC X(03).
022280     02  DLN04O       PIC X(76).
022290     02  FILLER       PIC X(03).
022300     02  DLN05O       PIC X(76).
022310     02  FILLER       PIC X(03).
022320     02  DLN06O       PIC X(76).
022330     02  FILLER       PIC X(03).
022340     02  DLN07O       PIC X(76).
022350     02  FILLER       PIC X(03).
022360     02  DLN08O       PIC X(76).
022370     02  FILLER       PIC X(03).
022380     02  DLN09O       PIC X(76).
022390     02  FILLER       PIC X(03).
022400     02  DLN10O       PIC X(76).
022410     02  FILLER       PIC X(03).
022420     02  DMSGO        PIC X(79).
022430*                                                               *
022440*    DLGMMAPT - TABLE VIEW OF THE TEN DLGMMAP DELEGATION LINES, *
022450*    SAME STORAGE AS DLGMMAPO, SAME IDEA AS LISTMAPT.           *
022460*                                                               *
022470 01  DLGMMAPT REDEFINES DLGMMAPI.
022480     02  FILLER       PIC X(12).
022490     02  FILLER       PIC X(11).
022500     02  FILLER       PIC X(04).
022510     02  FILLER       PIC X(09).
022520     02  FILLER       PIC X(09).
022530     02  FILLER       PIC X(33).
022540     02  FILLER       PIC X(04).
022550     02  DLGMMAPT-LINE OCCURS 10 TIMES.
022560         03  FILLER          PIC X(03).
022570         03  DLGMMAPT-DATA   PIC X(76).
022580     02  FILLER       PIC X(82).
