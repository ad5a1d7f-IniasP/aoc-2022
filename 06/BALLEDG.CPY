000100*----------------------------------------------------------*
000110* BALLEDG                                                  *
000120*    CONTROL-TOTAL BALANCING LEDGER RECORD. ONE RECORD PER *
000130*    FEED DATE AND FEED, KEYED BY FEED DATE / FEED ID,     *
000140*    POSTED BY AOC-06-BAL EACH NIGHT. THE STREAM FIGURES   *
000150*    TIE STAT-STREAM-COUNT TO WHERE EVERY STREAM ENDED UP; *
000160*    THE RECORD FIGURES TIE THE RECON RECORDS EMITTED TO   *
000170*    THE MARKER MASTER, THE TRANSMISSION LOG AND THE       *
000180*    ACKNOWLEDGMENTS RETURNED. FEED ID 00 CARRIES THE DATE *
000190*    TOTAL ACROSS ALL FEEDS AND IS THE ONLY RECORD WITH AN *
000200*    ACKNOWLEDGMENT COUNT - ACKIN CARRIES NO FEED ID.      *
000210*    BAL-BREAKS IS THE NUMBER OF VARIANCE LINES PRINTED.   *
000220*----------------------------------------------------------*
000230 01  BAL-RECORD.
000240     05  BAL-KEY.
000250         10  BAL-FEED-DATE       PIC 9(8).
000260         10  BAL-FEED-ID         PIC 9(2).
000270     05  BAL-STREAMS             PIC 9(5).
000280     05  BAL-RESOLVED            PIC 9(5).
000290     05  BAL-EMPTY               PIC 9(5).
000300     05  BAL-SUSPENSE            PIC 9(5).
000310     05  BAL-REJECTS             PIC 9(5).
000320     05  BAL-DIVERTED            PIC 9(5).
000330     05  BAL-RECON               PIC 9(6).
000340     05  BAL-MASTER              PIC 9(6).
000350     05  BAL-TRANSLOG            PIC 9(6).
000360     05  BAL-ACKS                PIC 9(6).
000370     05  BAL-BREAKS              PIC 9(2).
000380     05  BAL-STATUS              PIC X(1).
000390         88  BAL-IN-BALANCE                    VALUE 'B'.
000400         88  BAL-OUT-OF-BALANCE                VALUE 'V'.
000410     05  BAL-RUN-DATE            PIC 9(8).
000420     05  FILLER                  PIC X(5).
