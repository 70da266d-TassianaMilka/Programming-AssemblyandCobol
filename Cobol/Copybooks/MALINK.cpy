      ******************************************************************
      *                                                                *
      *  MALINK.CPY                                                   *
      *                                                                *
      *  LINKAGE parameter area passed CALL-by-reference to MAUTHCHK, *
      *  the one callable module that decides whether a requester may *
      *  submit a given action to a maintenance program.  The caller  *
      *  fills in the program, requester and action code; MAUTHCHK    *
      *  returns the verdict, the requester's name from MAINTAUT      *
      *  when the requester holds any authority for that program,     *
      *  and a reject reason that names the requester.                *
      *                                                                *
      *  Modification History                                        *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLM  Original layout.                            *
      *  2026-10-15  DLM  Program ID is 9 bytes, as on RUNREC, so     *
      *                   ROSTMAINT fits.  The area grew 66 to 67.    *
      *                                                                *
      ******************************************************************
       01  MA-LINK-AREA.
           05  MA-PROGRAM-ID            PIC X(09).
           05  MA-REQUESTER-ID          PIC X(06).
           05  MA-ACTION-CODE           PIC X(01).
           05  MA-RESULT-FLAG           PIC X(01).
               88  MA-AUTHORIZED               VALUE 'Y'.
               88  MA-NOT-AUTHORIZED           VALUE 'N'.
           05  MA-REQUESTER-NAME        PIC X(20).
           05  MA-REJECT-REASON         PIC X(30).
