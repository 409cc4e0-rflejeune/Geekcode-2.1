      *  downstream consumers read).  The department code rides on     *
      *  the HR extract (columns 141-144, after the answer slots) and  *
      *  is spaces for an employee whose extract row carries none.     *
      *  MST-PRIVACY holds one withhold flag per sensitive category    *
      *  (AGE, GENDER, SEX, REL, POL - the extract order, columns      *
      *  145-149): "Y" keeps the employee's answer on the master but   *
      *  out of every published output, where the code shows as the    *
      *  WS-WITHHELD marker of geekcode.cpy; "N" or space publishes.   *
      *  MST-CONFIRMED-DATE is the day the employee's answers were     *
      *  last confirmed: set by a GEEKCODE survey or -u update, a      *
      *  GEEKTRAN add or answer change, a GEEKIMPT import, and by a    *
      *  GEEKROLL roll only when the row adds the employee or changes  *
      *  their answers (an unchanged row is HR restating what is on    *
      *  file).  Zeroes means not known - GEEKAGE seeds it from        *
      *  geekhist.dat and the audit trail.                             *
      *  The record was 364 bytes before MST-PRIVACY and               *
      *  MST-CONFIRMED-DATE were added (377 now).  An older            *
      *  geekcode.mst will not open against this layout (status 39):   *
      *  convert it once, before the first GEEKNITE run on the new     *
      *  programs, by renaming it geekcode.old and running GEEKCONV,   *
      *  which writes every record back with the flags spaces (publish *
      *  everything, as before) and the date zeroes for GEEKAGE to     *
      *  seed.                                                         *
      *                                                                *
      ******************************************************************

           05  MST-LINE2               PIC X(80).
           05  MST-LINE3               PIC X(80).
           05  MST-LINE4               PIC X(80).
           05  MST-PRIVACY.
               10  MST-HIDE-AGE        PIC X.
                   88  MST-AGE-WITHHELD        VALUE "Y".
               10  MST-HIDE-GENDER     PIC X.
                   88  MST-GENDER-WITHHELD     VALUE "Y".
               10  MST-HIDE-SEX        PIC X.
                   88  MST-SEX-WITHHELD        VALUE "Y".
               10  MST-HIDE-REL        PIC X.
                   88  MST-REL-WITHHELD        VALUE "Y".
               10  MST-HIDE-POL        PIC X.
                   88  MST-POL-WITHHELD        VALUE "Y".
           05  MST-CONFIRMED-DATE      PIC 9(8).
