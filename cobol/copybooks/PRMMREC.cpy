000100************************************************************
000200*                                                          *
000300* PRMMREC   -  EFFECTIVE-DATED REQUEST PARAMETER MASTER     *
000400*              RECORD LAYOUT                                *
000500*                                                          *
000600* ONE RECORD PER REQUEST ID PER EFFECTIVE DATE ON THE       *
000700* INDEXED PARMMST MASTER (VSAM KSDS, DEFINED BY FIZMIGR -   *
000800* KEY 11 BYTES AT OFFSET 0, RECORD 113).  THE REQUEST ID    *
000900* IS THE SAME PERMANENT ID CARRIED ON THE REQREG REGISTRY   *
001000* (COPYBOOK REQREC).  EACH RECORD HOLDS EVERYTHING THE      *
001100* NIGHTLY PARMFILE CARD (COPYBOOK PARMCARD) AND UP TO TWO   *
001200* RULEFILE CARDS (COPYBOOK RULECARD) NEED FOR THAT REQUEST, *
001300* HOW OFTEN THE REQUEST RUNS, AND WHO ASKED FOR AND WHO     *
001400* APPROVED THE ENTRY.                                       *
001500*                                                          *
001600* ENTRIES ARE KEYED IN STATUS 'E' (ENTERED) BY THE PRMMNT   *
001700* JOB AND ONLY BECOME ELIGIBLE FOR THE NIGHTLY DECK ONCE    *
001800* APPROVED (STATUS 'A').  AN APPROVED ENTRY IS NEVER        *
001900* CHANGED OR DELETED - A LATER-DATED ENTRY SUPERSEDES IT,   *
002000* SO THE MASTER IS ALSO THE HISTORY OF EVERY REQUEST'S      *
002100* PARAMETERS.  THE ENTRY IN FORCE ON A GIVEN NIGHT IS THE   *
002200* APPROVED ENTRY WITH THE LATEST EFFECTIVE DATE NOT AFTER   *
002300* THAT NIGHT.                                               *
002400*                                                          *
002500* PM-RUN-FREQUENCY -                                        *
002600*   'N' - NIGHTLY, EVERY RUN.                               *
002700*   'W' - WEEKLY, ON THE SAME DAY OF THE WEEK AS THE        *
002800*         ENTRY'S EFFECTIVE DATE.                           *
002900*   'M' - MONTH-END, ON THE LAST CALENDAR DAY OF THE MONTH. *
003000*                                                          *
003100* A ZERO RULE DIVISOR MEANS THE RULE IS NOT USED.           *
003200*                                                          *
003300* MODIFICATION HISTORY                                     *
003400*   2026-10-15  RAK  ORIGINAL COPYBOOK.                     *
003500*                                                          *
003600************************************************************
003700  01  PARMMST-RECORD.
003800      05  PM-MASTER-KEY.
003900          10  PM-REQUEST-ID       PIC 9(03).
004000          10  PM-EFFECTIVE-DATE   PIC 9(08).
004100      05  PM-LOWER-BOUND          PIC 9(09).
004200      05  PM-UPPER-BOUND          PIC 9(09).
004300      05  PM-FIZZ-DIVISOR         PIC 9(03).
004400      05  PM-BUZZ-DIVISOR         PIC 9(03).
004500      05  PM-FIZZ-LABEL           PIC X(08).
004600      05  PM-BUZZ-LABEL           PIC X(08).
004700      05  PM-CHECKPOINT-FREQ      PIC 9(05).
004800      05  PM-RUN-MODE             PIC X(01).
004900      05  PM-RULE3-DIVISOR        PIC 9(03).
005000      05  PM-RULE3-LABEL          PIC X(08).
005100      05  PM-RULE4-DIVISOR        PIC 9(03).
005200      05  PM-RULE4-LABEL          PIC X(08).
005300      05  PM-RUN-FREQUENCY        PIC X(01).
005400          88  PM-RUNS-NIGHTLY         VALUE 'N'.
005500          88  PM-RUNS-WEEKLY          VALUE 'W'.
005600          88  PM-RUNS-MONTH-END       VALUE 'M'.
005700      05  PM-ENTRY-STATUS         PIC X(01).
005800          88  PM-ENTRY-IS-ENTERED     VALUE 'E'.
005900          88  PM-ENTRY-IS-APPROVED    VALUE 'A'.
006000      05  PM-REQUESTED-BY         PIC X(08).
006100      05  PM-ENTERED-DATE         PIC 9(08).
006200      05  PM-APPROVED-BY          PIC X(08).
006300      05  PM-APPROVED-DATE        PIC 9(08).
