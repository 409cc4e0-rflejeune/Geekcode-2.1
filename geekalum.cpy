      ******************************************************************
      *                                                                *
      *  GEEKALUM.CPY                                                  *
      *  Record layout of the keyed alumni file geekalum.dat: one      *
      *  record per departed employee, keyed on the 10-character       *
      *  employee id, carrying the roster master record exactly as     *
      *  it stood when the employee left (name, last department and    *
      *  the four signature category lines) plus the departure date    *
      *  and which program removed them.  A rehire is reinstated from  *
      *  the saved image and stamped with the reinstatement date; the  *
      *  record is kept, so the alumni listing still shows the         *
      *  departure.  A second departure REWRITEs the record with the   *
      *  new image and date and clears the reinstatement date.         *
      *  ALUM-REHIRE-ANSWERS holds the 45 answer slots HR's extract    *
      *  carried for the employee on the night of the reinstatement    *
      *  (spaces until the next roll when GEEKTRAN reinstated them);   *
      *  as long as the extract still carries that same row, GEEKROLL  *
      *  keeps the restored category lines instead of rolling HR's     *
      *  new-hire placeholders over them.                              *
      *  Shared by GEEKROLL (departed-employee sweep and rehire        *
      *  reinstatement), GEEKTRAN (terminate and add transactions)     *
      *  and GEEKALUM (the departures listing).  ALUM-MST-IMAGE        *
      *  mirrors geekmast.cpy field for field so the record moves      *
      *  across whole in either direction.                             *
      *                                                                *
      ******************************************************************

       01  ALUM-REC.
           05  ALUM-MST-IMAGE.
               10  ALUM-EMP-ID         PIC X(10).
               10  ALUM-EMP-NAME       PIC X(30).
               10  ALUM-LAST-DEPT      PIC X(4).
               10  ALUM-LINE1          PIC X(80).
               10  ALUM-LINE2          PIC X(80).
               10  ALUM-LINE3          PIC X(80).
               10  ALUM-LINE4          PIC X(80).
               10  ALUM-PRIVACY        PIC X(5).
               10  ALUM-CONFIRMED-DATE PIC 9(8).
           05  ALUM-DEPART-DATE        PIC 9(8).
           05  ALUM-REINSTATE-DATE     PIC 9(8).
           05  ALUM-REMOVED-BY         PIC X(8).
           05  ALUM-REHIRE-ANSWERS     PIC X(100).
