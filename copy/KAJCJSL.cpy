000010***************************************************************
000020*    KAJCJSL - JOURNAL SEARCH LOG RECORD                      *
000030*    ONE RECORD PER SEARCH RUN ON THE JRNSCOB JOURNAL DETAIL  *
000040*    SEARCH SCREEN.  LOOKING THROUGH OTHER OPERATORS'         *
000050*    ACTIVITY IS ITSELF SENSITIVE, SO EVERY NEW SEARCH IS     *
000060*    LOGGED HERE WITH ITS FULL CRITERIA BEFORE ANY MATCH IS   *
000070*    SHOWN - A SEARCH THAT CANNOT BE LOGGED IS NOT RUN.       *
000080*    KEYED VSAM FILE JRNSLG, KEY = JSL-KEY: THE SEARCHING     *
000090*    OPERATOR, THE DATE AND TIME OF THE SEARCH, AND A         *
000100*    SEQUENCE THAT BREAKS TIES WITHIN THE SAME SECOND.  THE   *
000110*    CRITERIA ARE HELD AS JRNSCOB HOLDS THEM: AN OPEN FROM-   *
000120*    DATE IS ZERO, AN OPEN TO-DATE ALL NINES, AND A BLANK     *
000130*    FILTER MATCHES ANYTHING.  THE JRNS RECORD WRITTEN TO     *
000140*    AUDT FOR THE SAME KEY CARRIES THE SAME OPERATOR, DATE    *
000150*    AND TIME.                                                *
000160*                                                             *
000170*    MODIFICATION HISTORY                                     *
000180*    DATE       INIT  DESCRIPTION                             *
000190*    --------   ----  ----------------------------------------*
000200*    10/15/26   JTM   ORIGINAL                                *
000210***************************************************************
000220 01  KAJCJSL-RECORD.
000230     02  JSL-KEY.
000240         05  JSL-OPERATOR-ID  PIC X(08).
000250         05  JSL-DATE         PIC 9(07).
000260         05  JSL-TIME         PIC 9(07).
000270         05  JSL-SEQ          PIC 9(02).
000280     02  JSL-TERMINAL-ID      PIC X(04).
000290     02  JSL-TRANS-ID         PIC X(04).
000300     02  JSL-CRITERIA.
000310         05  JSL-FROM-DATE    PIC 9(07).
000320         05  JSL-TO-DATE      PIC 9(07).
000330         05  JSL-USER-ID      PIC X(08).
000340         05  JSL-TERM         PIC X(04).
000350         05  JSL-OPTION       PIC X(04).
000360         05  JSL-PROGRAM-ID   PIC X(08).
000370         05  JSL-OUTCOME      PIC X(01).
000380     02  FILLER               PIC X(20).
