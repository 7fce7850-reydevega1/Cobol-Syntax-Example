      ******************************************************************
      * CUSTADDR                                                       *
      * Author: Rey Devega                                             *
      * Date-Written: 06/13/2018                                       *
      * Purpose: Common layout for the customer address/contact        *
      *          master (CUSTADDR), keyed on the CUSTFILE customer     *
      *          number: two street lines, city, state, postal code,   *
      *          contact phone, and the returned-mail flag ("Y" the    *
      *          post office sent the last mailing back; space or      *
      *          anything else is mailable).  ELPTRN01 maintains it    *
      *          through the "S" and "L" transactions and ELPSTM01     *
      *          prints the statement mailing block from it.  Kept     *
      *          off CUSTREC so the many CUSTREC copies and tables do  *
      *          not all carry 120 bytes of address.  Copied with      *
      *          REPLACING so each user gets its own prefix, the same  *
      *          convention CUSTREC follows.                           *
      *                                                                 *
      * Modification History                                           *
      *   06/13/2018  RD  Original layout.                             *
      ******************************************************************
           10  CA-CUST-NUMBER          PIC 9(06).
           10  CA-STREET-1             PIC X(30).
           10  CA-STREET-2             PIC X(30).
           10  CA-CITY                 PIC X(20).
           10  CA-STATE                PIC X(02).
           10  CA-POSTAL-CODE          PIC X(10).
           10  CA-PHONE                PIC X(15).
           10  CA-RETURNED-MAIL        PIC X(01).
           10  CA-CHANGE-DATE          PIC 9(08).
           10  FILLER                  PIC X(08).
