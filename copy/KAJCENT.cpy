000010***************************************************************
000020*    KAJCENT - OPTION ENTITLEMENT RECORD                      *
000030*    WHO MAY USE WHICH MENU OPTION.  KEYED VSAM FILE OPTENT,  *
000040*    KEY = ENT-OPTION + ENT-OPERATOR-ID.  TWO KINDS OF RECORD *
000050*    SHARE THE FILE:                                          *
000060*        OPTION DEFINITION - ENT-OPERATOR-ID BLANK.  THE      *
000070*                   PROGRAM THE OPTION XCTLS TO, THE MENU     *
000080*                   DESCRIPTION, THE MINIMUM OPT-AUTHORITY    *
000090*                   THAT MAY USE IT, AND WHETHER IT SHOWS     *
000100*                   ON THE MENU (SUB-SCREENS REACHED ONLY     *
000110*                   FROM ANOTHER SCREEN, AND CHECKS WITHIN    *
000120*                   A SCREEN, CARRY 'N').                     *
000130*        OPERATOR OVERRIDE - ENT-OPERATOR-ID SET.  A GRANT    *
000140*                   OR DENY FOR THAT ONE OPERATOR THAT        *
000150*                   WINS OVER THE DEFINITION'S MINIMUM.       *
000160*    KAJCCOB AND EVERY SCREEN IT REACHES DECIDE ACCESS FROM   *
000170*    HERE (1050/1060): THE OPERATOR MUST BE ACTIVE; A DENY    *
000180*    OVERRIDE REFUSES, A GRANT OVERRIDE ALLOWS, OTHERWISE THE *
000190*    OPERATOR'S AUTHORITY MUST BE AT LEAST THE MINIMUM.  NO   *
000200*    DEFINITION ON FILE MEANS NOBODY.  MAINTAINED FROM THE    *
000210*    ENTMCOB ADMIN SCREEN THROUGH PENDCH DUAL CONTROL -       *
000220*    APRVCOB APPLIES THE APPROVED CHANGE AND JOURNALS IT TO   *
000230*    AUDT.  ENTLCOB SEEDS THE DEFINITIONS.                    *
000240*                                                               *
000250*    MODIFICATION HISTORY                                     *
000260*    DATE       INIT  DESCRIPTION                             *
000270*    --------   ----  ----------------------------------------*
000280*    10/15/26   JTM   ORIGINAL                                *
000290***************************************************************
000300 01  KAJCENT-RECORD.
000310     02  ENT-KEY.
000320         05  ENT-OPTION       PIC X(04).
000330         05  ENT-OPERATOR-ID  PIC X(08).
000340     02  ENT-PROGRAM          PIC X(08).
000350     02  ENT-DESC             PIC X(30).
000360     02  ENT-MIN-AUTH         PIC X(01).
000370     02  ENT-MENU-FLAG        PIC X(01).
000380         88  ENT-ON-MENU          VALUE 'Y'.
000390     02  ENT-OVERRIDE         PIC X(01).
000400         88  ENT-OVR-GRANT        VALUE 'G'.
000410         88  ENT-OVR-DENY         VALUE 'D'.
000420     02  ENT-CHG-BY           PIC X(08).
000430     02  ENT-CHG-DATE         PIC S9(7) COMP-3.
000440     02  ENT-CHG-TIME         PIC S9(7) COMP-3.
000450     02  FILLER               PIC X(11).
