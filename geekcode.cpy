      *  Geek Code category result fields, shared by GEEKCODE (the     *
      *  survey/generator) and GEEKDECOD (the signature-block decoder) *
      *  so both programs agree on field names, widths and the fixed   *
      *  Version/BEGIN/END markers.  WS-WITHHELD is the code every     *
      *  published output shows in place of a category the employee    *
      *  has asked to withhold (MST-PRIVACY in geekmast.cpy); it is    *
      *  never a legal answer, so readers of the published files can   *
      *  tell it from a real code.                                     *
      *                                                                *
      ******************************************************************

       77  WS-HEAD                 PIC X(80)     VALUE SPACES.
       77  WS-VER                  PIC X(80)     VALUE "Version: 2.1".
       77  WS-END                  PIC X(80)     VALUE SPACES.
       77  WS-WITHHELD             PIC X(8)      VALUE "##".

       77  WS-TYPE                     PIC X(3)      VALUE SPACES.
       77  WS-DRESS                    PIC X(4)      VALUE SPACES.
