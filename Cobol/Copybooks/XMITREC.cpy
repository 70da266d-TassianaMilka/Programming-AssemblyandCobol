      ******************************************************************
      *                                                                *
      *  XMITREC.CPY                                                  *
      *                                                                *
      *  One record of the PAYXMIT weekly payroll transmission cut by *
      *  PAYXMIT from WKPAYFIL.  An 'H' header names the sender, the  *
      *  week-ending date and when the file was cut; one 'D' detail   *
      *  per employee carries the WPAYREC weekly record unchanged;    *
      *  the 'T' trailer carries the detail count and hash totals of  *
      *  regular, overtime and premium hours so payroll can refuse a  *
      *  short or damaged file before posting.  PAYRECN reads the     *
      *  file back as the record of what was sent.                    *
      *                                                                *
      *  Modification History                                        *
      *  ----------------------------------------------------------   *
      *  2026-10-15  DLM  Original layout.                            *
      *                                                                *
      ******************************************************************
       01  XM-XMIT-RECORD.
           05  XM-RECORD-TYPE           PIC X(01).
               88  XM-HEADER-RECORD            VALUE 'H'.
               88  XM-DETAIL-RECORD            VALUE 'D'.
               88  XM-TRAILER-RECORD           VALUE 'T'.
           05  XM-HEADER-DATA.
               10  XM-SOURCE-ID         PIC X(08).
               10  XM-WEEK-END-DATE     PIC 9(08).
               10  XM-CREATE-DATE       PIC 9(08).
               10  XM-CREATE-TIME       PIC 9(06).
               10  FILLER               PIC X(20).
           05  XM-DETAIL-DATA REDEFINES XM-HEADER-DATA
                                        PIC X(50).
           05  XM-TRAILER-DATA REDEFINES XM-HEADER-DATA.
               10  XM-RECORD-COUNT      PIC 9(07).
               10  XM-REG-HASH          PIC 9(07)V99.
               10  XM-OT-HASH           PIC 9(07)V99.
               10  XM-PREM-HASH         PIC 9(07)V99.
               10  FILLER               PIC X(16).
