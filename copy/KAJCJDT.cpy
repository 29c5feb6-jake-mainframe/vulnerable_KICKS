000010***************************************************************
000020*    KAJCJDT - JOURNAL DETAIL STORE RECORD                    *
000030*    ONE RECORD PER AUDT JOURNAL RECORD, LOADED NIGHTLY BY    *
000040*    JRNLCOB FROM THE SAME OFFLOADED, BALANCED JOURNAL THE    *
000050*    REST OF THE STREAM READS.  KEYED VSAM FILE JRNDTL,       *
000060*    KEY = JDT-DATE + JDT-SEQ: THE BUSINESS DATE THE JOURNAL  *
000070*    WAS BALANCED FOR AND THE RECORD'S POSITION IN THAT       *
000080*    NIGHT'S JOURNAL (DATE FIRST, SO A DATE-RANGE SEARCH AND  *
000090*    THE RETENTION PURGE RUN STRAIGHT DOWN THE KEY).  THE     *
000100*    JOURNAL RECORD ITSELF IS CARRIED WHOLE IN JDT-JOURNAL    *
000110*    (KAJCJRN LAYOUT); READERS MOVE IT INTO A COPY OF         *
000120*    KAJCJRN TO GET AT THE FIELDS.  JRNLCOB PURGES DAYS       *
000130*    OLDER THAN PARMFL KEY JRNDAYS.  SEARCHED ONLINE FROM     *
000140*    THE JRNSCOB FORENSIC SEARCH SCREEN.                      *
000150*                                                               *
000160*    MODIFICATION HISTORY                                     *
000170*    DATE       INIT  DESCRIPTION                             *
000180*    --------   ----  ----------------------------------------*
000190*    10/15/26   JTM   ORIGINAL                                *
000200***************************************************************
000210 01  KAJCJDT-RECORD.
000220     02  JDT-KEY.
000230         05  JDT-DATE         PIC 9(07).
000240         05  JDT-SEQ          PIC 9(07).
000250     02  JDT-JOURNAL          PIC X(44).
000260     02  JDT-LOAD-DATE        PIC S9(7) COMP-3.
000270     02  JDT-LOAD-TIME        PIC S9(7) COMP-3.
000280     02  FILLER               PIC X(14).
