000100************************************************************
000200*                                                          *
000300* PRMTRAN   -  REQUEST PARAMETER MASTER MAINTENANCE         *
000400*              TRANSACTION CARD                             *
000500*                                                          *
000600* ONE CARD PER REQUESTED CHANGE TO THE PARMMST PARAMETER    *
000700* MASTER (COPYBOOK PRMMREC), READ BY PRMMNT FROM THE        *
000800* TRANFILE DATASET.  EVERY CARD NAMES ITS ENTRY BY REQUEST  *
000900* ID AND EFFECTIVE DATE, CARRIED RAW AND REDEFINED NUMERIC  *
001000* SO PRMMNT CAN VALIDATE THE KEY BEFORE USING IT.  THE      *
001100* REST OF THE CARD DEPENDS ON THE ACTION CODE -             *
001200*   'A' ADD A NEW ENTRY (STATUS ENTERED) - PARAMETER DATA   *
001300*   'C' CHANGE AN ENTERED ENTRY         - PARAMETER DATA    *
001400*   'R' SET AN ENTERED ENTRY'S RULES    - RULE DATA         *
001500*   'P' APPROVE AN ENTERED ENTRY        - APPROVAL DATA     *
001600*   'D' DELETE AN ENTERED ENTRY         - KEY ONLY          *
001700* APPROVED ENTRIES ARE NEVER CHANGED OR DELETED - KEY A     *
001800* LATER-DATED ENTRY INSTEAD.                                *
001900*                                                          *
002000* MODIFICATION HISTORY                                     *
002100*   2026-10-15  RAK  ORIGINAL COPYBOOK.                     *
002200*                                                          *
002300************************************************************
002400  01  PRMTRAN-RECORD.
002500      05  PT-ACTION-CODE          PIC X(01).
002600          88  PT-ACTION-IS-ADD        VALUE 'A'.
002700          88  PT-ACTION-IS-CHANGE     VALUE 'C'.
002800          88  PT-ACTION-IS-RULES      VALUE 'R'.
002900          88  PT-ACTION-IS-APPROVE    VALUE 'P'.
003000          88  PT-ACTION-IS-DELETE     VALUE 'D'.
003100      05  PT-REQUEST-ID-RAW       PIC X(03).
003200      05  PT-REQUEST-ID REDEFINES PT-REQUEST-ID-RAW
003300                                  PIC 9(03).
003400      05  PT-EFFECTIVE-DATE-RAW   PIC X(08).
003500      05  PT-EFFECTIVE-DATE REDEFINES PT-EFFECTIVE-DATE-RAW
003600                                  PIC 9(08).
003700      05  PT-PARAMETER-DATA.
003800          10  PT-LOWER-BOUND      PIC 9(09).
003900          10  PT-UPPER-BOUND      PIC 9(09).
004000          10  PT-FIZZ-DIVISOR     PIC 9(03).
004100          10  PT-BUZZ-DIVISOR     PIC 9(03).
004200          10  PT-FIZZ-LABEL       PIC X(08).
004300          10  PT-BUZZ-LABEL       PIC X(08).
004400          10  PT-CHECKPOINT-FREQ  PIC 9(05).
004500          10  PT-RUN-MODE         PIC X(01).
004600          10  PT-RUN-FREQUENCY    PIC X(01).
004700          10  PT-REQUESTED-BY     PIC X(08).
004800          10  FILLER              PIC X(13).
004900      05  PT-RULE-DATA REDEFINES PT-PARAMETER-DATA.
005000          10  PT-RULE3-DIVISOR    PIC 9(03).
005100          10  PT-RULE3-LABEL      PIC X(08).
005200          10  PT-RULE4-DIVISOR    PIC 9(03).
005300          10  PT-RULE4-LABEL      PIC X(08).
005400          10  FILLER              PIC X(46).
005500      05  PT-APPROVAL-DATA REDEFINES PT-PARAMETER-DATA.
005600          10  PT-APPROVED-BY      PIC X(08).
005700          10  FILLER              PIC X(60).
