000100*----------------------------------------------------------*
000110* CHGRATE                                                  *
000120*    CHARGEBACK RATE TABLE RECORD, ONE LINE PER FEED ID,   *
000130*    KEPT BY OPERATIONS AS A PLAIN TEXT FILE. FEED ID 00   *
000140*    IS THE STANDARD RATE CARD, USED FOR ANY FEED WITHOUT  *
000150*    A LINE OF ITS OWN. EVERY RATE IS SEVEN DIGITS WITH    *
000160*    FOUR IMPLIED DECIMALS (0012500 IS 1.25) AND ONE SPACE *
000170*    AHEAD OF IT. THE VOLUME RATES ARE PER STREAM, PER     *
000180*    THOUSAND BYTES SCANNED AND PER THOUSAND WINDOWS       *
000190*    EVALUATED; THE SURCHARGES ARE PER EMPTY STREAM,       *
000200*    MISSING MARKER, REJECT, SUSPECTED DUPLICATE AND       *
000210*    RETRANSMISSION REQUEST. A LINE WHOSE FEED ID IS NOT   *
000220*    NUMERIC IS A COMMENT. RATE-FIELD VIEWS THE EIGHT      *
000230*    RATES AS A TABLE IN THAT ORDER. READ BY AOC-06-CHARGE.*
000240*----------------------------------------------------------*
000250 01  RATE-RECORD.
000260     05  RATE-FEED-ID            PIC 9(2).
000270     05  RATE-FIELDS.
000280         10  FILLER              PIC X(1).
000290         10  RATE-PER-STREAM     PIC 9(3)V9(4).
000300         10  FILLER              PIC X(1).
000310         10  RATE-PER-KBYTE      PIC 9(3)V9(4).
000320         10  FILLER              PIC X(1).
000330         10  RATE-PER-KWINDOW    PIC 9(3)V9(4).
000340         10  FILLER              PIC X(1).
000350         10  RATE-EMPTY-SURCH    PIC 9(3)V9(4).
000360         10  FILLER              PIC X(1).
000370         10  RATE-NOMARKER-SURCH PIC 9(3)V9(4).
000380         10  FILLER              PIC X(1).
000390         10  RATE-REJECT-SURCH   PIC 9(3)V9(4).
000400         10  FILLER              PIC X(1).
000410         10  RATE-DUP-SURCH      PIC 9(3)V9(4).
000420         10  FILLER              PIC X(1).
000430         10  RATE-RETRANS-SURCH  PIC 9(3)V9(4).
000440     05  RATE-FIELD-VIEW REDEFINES RATE-FIELDS.
000450         10  RATE-FIELD          OCCURS 8 TIMES.
000460             15  FILLER          PIC X(1).
000470             15  RATE-VALUE      PIC 9(3)V9(4).
000480     05  FILLER                  PIC X(14).
