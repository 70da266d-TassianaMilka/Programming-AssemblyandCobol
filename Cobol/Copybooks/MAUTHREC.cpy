      ******************************************************************
      *                                                                *
      *  MAUTHREC.CPY                                                 *
      *                                                                *
      *  One card of the MAINTAUT maintenance-authority deck that     *
      *  security keeps: a requester ID, the program it covers        *
      *  (ROSTMAINT, STNMAINT or CALMAINT, or ALRTACK for supervisors *
      *  acknowledging alerts), and the action codes the requester    *
      *  may submit there -- any of A, C and D, or K for ALRTACK, in  *
      *  any position.  A requester needs one card per program.  No   *
      *  card means no authority.  MAUTHCHK loads the deck and        *
      *  answers for all of them.                                     *
      *                                                                *
      *  Modification History                                        *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLM  Original layout.                            *
      *  2026-10-15  DLM  Cards for program ALRTACK with action K     *
      *                   name the supervisors who may acknowledge an *
      *                   alert.                                      *
      *  2026-10-15  DLM  Prefix MU- (AU- belongs to AUDITREC).  The  *
      *                   program ID is 9 bytes, as on RUNREC, so     *
      *                   ROSTMAINT fits; FILLER gave up the byte.    *
      *                                                                *
      ******************************************************************
       01  MU-AUTHORITY-CARD.
           05  MU-REQUESTER-ID          PIC X(06).
           05  MU-PROGRAM-ID            PIC X(09).
           05  MU-ALLOWED-ACTIONS       PIC X(03).
           05  MU-REQUESTER-NAME        PIC X(20).
           05  FILLER                   PIC X(42).
