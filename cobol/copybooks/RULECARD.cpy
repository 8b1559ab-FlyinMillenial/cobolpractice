001600*                                                          *
001700* MODIFICATION HISTORY                                     *
001800*   2026-09-02  RAK  ORIGINAL COPYBOOK.                     *
001810*   2026-10-15  RAK  THE RULEFILE DECK IS NO LONGER HAND-    *
001820*                    MAINTAINED - PRMBLD WRITES IT EACH      *
001830*                    NIGHT FROM THE APPROVED ENTRIES ON THE  *
001840*                    PARMMST MASTER (COPYBOOK PRMMREC).      *
001900*                                                          *
002000************************************************************
002100  01  RULECARD-RECORD.
