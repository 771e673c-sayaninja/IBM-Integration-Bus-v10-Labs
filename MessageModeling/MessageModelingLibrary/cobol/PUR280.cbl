001300*                  AT SESSION START TO VERIFY THE OPERATOR AND  *
001400*                  FETCH THE PER-FUNCTION AUTHORITIES FROM THE  *
001500*                  PUROPSEC SECURITY FILE.                      *
001510* 2026-10-15  RH   ANSWERS THE NEW SUPERVISOR AUTHORITY, NEEDED  *
001520*                  TO REOPEN A CLOSED ACCOUNTING PERIOD (PUR420).*
001600*---------------------------------------------------------------*
001700* PURPOSE.                                                     *
001800*   LOOKS THE CALLER'S OPERATOR ID UP ON THE OPERATOR SECURITY  *
001900*   FILE AND ANSWERS WITH THE SIGN-ON RESULT AND THE FIVE       *
002000*   AUTHORITY FLAGS - INQUIRE, CORRECT ADDRESSES, CORRECT       *
002100*   MONEY FIELDS, RESUBMIT FROM QUARANTINE, SUPERVISOR.  AN     *
002200*   UNKNOWN OPERATOR, A BLANK ID, OR A MISSING SECURITY FILE    *
002300*   COMES BACK REFUSED WITH EVERY AUTHORITY OFF - THE DOOR      *
002400*   FAILS SHUT, NOT OPEN.                                       *
002500*---------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
007400     MOVE 'N' TO SGN-AUTH-ADDRESS.
007500     MOVE 'N' TO SGN-AUTH-MONEY.
007600     MOVE 'N' TO SGN-AUTH-RESUBMIT.
007650     MOVE 'N' TO SGN-AUTH-SUPERVISOR.
007700 1000-EXIT.
007800     EXIT.
007900
011000     MOVE OPR-AUTH-ADDRESS  TO SGN-AUTH-ADDRESS.
011100     MOVE OPR-AUTH-MONEY    TO SGN-AUTH-MONEY.
011200     MOVE OPR-AUTH-RESUBMIT TO SGN-AUTH-RESUBMIT.
011250     MOVE OPR-AUTH-SUPERVISOR TO SGN-AUTH-SUPERVISOR.
011300 3000-EXIT.
011400     EXIT.
