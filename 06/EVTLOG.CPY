000100*----------------------------------------------------------*
000110* EVTLOG                                                   *
000120*    SUITE EVENT RECORD. EVERY PROGRAM OF THE SUITE        *
000130*    APPENDS ONE TO THE SHARED EVENT LOG FOR EACH START,   *
000140*    EACH END AND EACH NOTEWORTHY CONDITION IT MEETS; A    *
000150*    CRITICAL ONE IS ALSO APPENDED TO THE ALERT FILE THE   *
000160*    CONSOLE AUTOMATION POLLS. EVT-MSG-CODE IS A CODE FROM *
000170*    THE MESSAGE CATALOG (MSGCAT) AND EVT-SEVERITY IS THE  *
000180*    CATALOG'S SEVERITY FOR IT. FEED, FEED DATE AND STREAM *
000190*    ARE ZERO WHEN THE EVENT IS NOT ABOUT ONE.             *
000200*----------------------------------------------------------*
000210 01  EVT-RECORD.
000220     05  EVT-PROGRAM-ID          PIC X(14).
000230     05  EVT-TIMESTAMP           PIC 9(14).
000240     05  EVT-SEVERITY            PIC X(1).
000250         88  EVT-INFO                          VALUE 'I'.
000260         88  EVT-WARNING                       VALUE 'W'.
000270         88  EVT-ERROR                         VALUE 'E'.
000280         88  EVT-CRITICAL                      VALUE 'C'.
000290     05  EVT-MSG-CODE            PIC 9(4).
000300     05  EVT-FEED-ID             PIC 9(2).
000310     05  EVT-FEED-DATE           PIC 9(8).
000320     05  EVT-STREAM-NO           PIC 9(4).
000330     05  EVT-TEXT                PIC X(33).
