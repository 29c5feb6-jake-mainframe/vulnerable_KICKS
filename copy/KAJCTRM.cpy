000010***************************************************************
000020*    KAJCTRM - TERMINAL REGISTRY RECORD                       *
000030*    ONE RECORD PER TERMINAL ALLOWED TO SIGN ON TO THIS       *
000040*    REGION.  KEYED VSAM FILE TERMNL, KEY = TRM-TERMINAL-ID   *
000050*    (EIBTRMID).  SGONCOB REFUSES A SIGN-ON FROM A TERMINAL   *
000060*    NOT ON FILE OR NOT ACTIVE, AND FROM ONE WHOSE            *
000070*    TRM-MAX-AUTH IS BELOW THE OPERATOR'S OPT-AUTHORITY - SO  *
000080*    ADMIN IDS SIGN ON ONLY AT TERMINALS REGISTERED AT '3'    *
000090*    (THE SECURED OPERATIONS-ROOM TERMINALS).  THE CHECK IS   *
000100*    SWITCHED ON BY THE PARMFL PARAMETER TRMCHECK (SEE        *
000110*    KAJCPRM) SO A NEW REGION CAN REGISTER ITS TERMINALS      *
000120*    FIRST.  TRM-LOCATION IS SHOWN ON THE SESSCOB MONITOR;    *
000130*    TRM-PRINT-DEST IS THE DESK OUTPUT FROM THIS TERMINAL     *
000140*    GOES TO WHEN THE OPERATOR HAS NONE OF THEIR OWN (BLANK   *
000150*    MEANS MAIN).  MAINTAINED FROM THE TRMMCOB ADMIN SCREEN,  *
000160*    WHICH JOURNALS EVERY CHANGE TO AUDT.                     *
000170*                                                             *
000180*    MODIFICATION HISTORY                                     *
000190*    DATE       INIT  DESCRIPTION                             *
000200*    --------   ----  ----------------------------------------*
000210*    10/15/26   JTM   ORIGINAL                                *
000220***************************************************************
000230 01  KAJCTRM-RECORD.
000240     02  TRM-TERMINAL-ID      PIC X(04).
000250     02  TRM-LOCATION         PIC X(20).
000260     02  TRM-PRINT-DEST       PIC X(04).
000270     02  TRM-MAX-AUTH         PIC X(01).
000280     02  TRM-ACTIVE-FLAG      PIC X(01).
000290         88  TRM-IS-ACTIVE        VALUE 'Y'.
000300         88  TRM-IS-INACTIVE      VALUE 'N'.
000310     02  TRM-CHG-BY           PIC X(08).
000320     02  TRM-CHG-DATE         PIC S9(7) COMP-3.
000330     02  TRM-CHG-TIME         PIC S9(7) COMP-3.
000340     02  FILLER               PIC X(14).
