      *   department head can pull just their pages.  Written to a    *
      *   print file for the onboarding binder, not to the screen.    *
      *   Meant to be run from GEEKNITE.JCL after the roster refresh. *
      *   A category the employee has withheld arrives as the          *
      *   WS-WITHHELD marker and prints as withheld, not decoded.      *
      *                                                                *
      ******************************************************************
      ******************************************************************
               WHEN WS-DC-CODE = SPACES OR "--"
                   MOVE "not recorded (category skipped this run)"
                       TO WS-DC-PHRASE
               WHEN WS-DC-CODE = WS-WITHHELD
                   MOVE "withheld at the employee's request"
                       TO WS-DC-PHRASE
               WHEN WS-DC-LABEL = "Geek Type"
                   PERFORM 97110-DECODE-TYPE
               WHEN WS-DC-LABEL = "Gender"
