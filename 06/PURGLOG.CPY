000100*----------------------------------------------------------*
000110* PURGLOG                                                  *
000120*    MARKER MASTER PURGE LOG. ONE RECORD PER MASTER RECORD *
000130*    AOC-06-MAINT DROPS UNDER MRETAIN, APPENDED RUN AFTER  *
000140*    RUN, CARRYING THE PURGED RECORD'S KEY AND CONTENT,    *
000150*    WHEN IT WAS PURGED AND THE CUTOFF THAT PURGED IT.     *
000160*    READ BY AOC-06-WHXTR FOR THE WAREHOUSE DELETE NOTICES.*
000170*----------------------------------------------------------*
000180 01  PURG-RECORD.
000190     05  PURG-KEY.
000200         10  PURG-FEED-DATE      PIC 9(8).
000210         10  PURG-STREAM-NO      PIC 9(4).
000220         10  PURG-MARKER-TYPE    PIC X(3).
000230     05  PURG-MARKER-POS         PIC 9(4).
000240     05  PURG-WINDOW             PIC X(14).
000250     05  PURG-RUN-TIMESTAMP      PIC 9(14).
000260     05  PURG-FEED-ID            PIC 9(2).
000270     05  PURG-MANUAL-FLAG        PIC X(1).
000280     05  PURG-PURGE-TIMESTAMP    PIC 9(14).
000290     05  PURG-CUTOFF-DATE        PIC 9(8).
000300     05  FILLER                  PIC X(8).
