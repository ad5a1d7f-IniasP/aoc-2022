000100*----------------------------------------------------------*
000110* CHGREC                                                   *
000120*    FINANCE LEDGER INTERFACE RECORD. ONE PER FEED ID      *
000130*    INVOICED BY AOC-06-CHARGE FOR A CALENDAR MONTH: THE   *
000140*    STREAMS BILLED, THE VOLUME CHARGES (STREAMS, BYTES,   *
000150*    WINDOWS), THE DATA-QUALITY SURCHARGES AND THEIR TOTAL *
000160*    IN TWO IMPLIED DECIMALS, THE DAYS BILLED, THE DAYS    *
000170*    WITH NO STATISTICS RECORD OR AN UNRECONCILED ONE, AND *
000180*    CHG-FLAG 'Y' WHEN EITHER OF THOSE IS NOT ZERO, SO     *
000190*    FINANCE CAN HOLD A FLAGGED CHARGE FOR QUERY.          *
000200*    CHG-RATE-SOURCE IS 'F' FOR THE FEED'S OWN RATES, 'S'  *
000210*    FOR THE STANDARD RATE CARD, 'N' WHEN THERE WERE NONE. *
000220*----------------------------------------------------------*
000230 01  CHG-RECORD.
000240     05  CHG-MONTH               PIC 9(6).
000250     05  CHG-FEED-ID             PIC 9(2).
000260     05  CHG-STATION-NAME        PIC X(20).
000270     05  CHG-STREAMS             PIC 9(7).
000280     05  CHG-VOLUME-AMOUNT       PIC 9(7)V99.
000290     05  CHG-SURCHARGE-AMOUNT    PIC 9(7)V99.
000300     05  CHG-TOTAL-AMOUNT        PIC 9(7)V99.
000310     05  CHG-DAYS-BILLED         PIC 9(2).
000320     05  CHG-DAYS-MISSING        PIC 9(2).
000330     05  CHG-DAYS-UNRECON        PIC 9(2).
000340     05  CHG-FLAG                PIC X(1).
000350         88  CHG-FLAGGED                       VALUE 'Y'.
000360     05  CHG-RATE-SOURCE         PIC X(1).
000370         88  CHG-FEED-RATES                    VALUE 'F'.
000380         88  CHG-STANDARD-RATES                VALUE 'S'.
000390         88  CHG-NO-RATES                      VALUE 'N'.
000400     05  CHG-RUN-DATE            PIC 9(8).
000410     05  FILLER                  PIC X(2).
