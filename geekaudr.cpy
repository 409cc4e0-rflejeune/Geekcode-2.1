      *  no employee), the category short name, the answer entry and   *
      *  the resulting code - fixed columns so the trail can be        *
      *  selected by employee, category and date range.  Shared by     *
      *  GEEKCODE, GEEKROLL, GEEKTRAN, GEEKMANT and GEEKIMPT (which    *
      *  write it) and GEEKAUDT (which queries it).  Lines older than  *
      *  this layout carry only category, entry and code; GEEKAUDT     *
      *  counts and skips them.                                        *
      *  Changes that are not survey answers (a department transfer,   *
      *  a name change, a termination, a deleted record) log under     *
      *  the pseudo-category names DEPT, NAME, TERM, REHIRE and        *
      *  DELETE with the before and after values in                    *
      *  AUD-OLD-VALUE/AUD-NEW-VALUE; AUD-OPER names who made the      *
      *  change and is spaces on survey and answer-roll lines.  A      *
      *  PRIVACY line carries the five MST-PRIVACY withhold flags as   *
      *  its code (and as before/after values when they changed).      *
      *                                                                *
      ******************************************************************

           05  AUD-ENTRY               PIC XX.
           05  FILLER                  PIC X         VALUE SPACE.
           05  AUD-CODE                PIC X(8).
           05  FILLER                  PIC X         VALUE SPACE.
           05  AUD-OPER                PIC X(8)      VALUE SPACES.
           05  FILLER                  PIC X         VALUE SPACE.
           05  AUD-OLD-VALUE           PIC X(30)     VALUE SPACES.
           05  FILLER                  PIC X         VALUE SPACE.
           05  AUD-NEW-VALUE           PIC X(30)     VALUE SPACES.
