000100*----------------------------------------------------------*
000110* STNMAST                                                  *
000120*    STATION MASTER RECORD. ONE ENTRY PER FEED ID, KEYED   *
000130*    BY THE TWO-DIGIT FEED NUMBER CARRIED ON EVERY FEED    *
000140*    HDR. HOLDS THE STATION NAME FOR THE REPORTS, ITS      *
000150*    ACTIVE/INACTIVE STATUS, THE DAILY STREAM-COUNT RANGE  *
000160*    THE STATION NORMALLY SENDS AND THE FEED-DATE PATTERN  *
000170*    IT SENDS ON. STN-MAX-STREAMS OF ZERO MEANS NO UPPER   *
000180*    LIMIT. STN-LAST-FEED-DATE IS THE LATEST FEED DATE     *
000190*    AOC-06-2 SCANNED FOR THE STATION, SO A FEED DATE      *
000200*    ALREADY PROCESSED IS RECOGNISED ON ARRIVAL. ENTRIES   *
000210*    ARE NEVER DELETED - A RETIRED STATION IS MARKED       *
000220*    INACTIVE WITH ITS RETIRE DATE SO HISTORY STILL NAMES  *
000230*    IT. MAINTAINED BY AOC-06-STNMNT.                      *
000240*----------------------------------------------------------*
000250 01  STN-RECORD.
000260     05  STN-KEY.
000270         10  STN-FEED-ID         PIC 9(2).
000280     05  STN-NAME                PIC X(20).
000290     05  STN-STATUS              PIC X(1).
000300         88  STN-ACTIVE                        VALUE 'A'.
000310         88  STN-INACTIVE                      VALUE 'I'.
000320     05  STN-MIN-STREAMS         PIC 9(4).
000330     05  STN-MAX-STREAMS         PIC 9(4).
000340     05  STN-DATE-PATTERN        PIC X(1).
000350         88  STN-EVERY-DAY                     VALUE 'D'.
000360         88  STN-WEEKDAYS-ONLY                 VALUE 'W'.
000370         88  STN-ANY-DATE                      VALUE 'A'.
000380     05  STN-LAST-FEED-DATE      PIC 9(8).
000390     05  STN-ADDED-DATE          PIC 9(8).
000400     05  STN-CHANGED-DATE        PIC 9(8).
000410     05  STN-RETIRED-DATE        PIC 9(8).
000420     05  FILLER                  PIC X(16).
