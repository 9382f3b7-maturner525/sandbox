      * CHANGE-JOURNAL record layout (chgjrnl.dat).
      * One line per change an operator makes on a maintenance
      * screen, appended as the change is accepted: who (the ID
      * proved at sign-on), when, which program, which file, what
      * was done and to which key, and the record as it stood before
      * and after - blank before an add, blank after a delete or a
      * drop. Images are the file's own record layout, so they read
      * against that file's copybook. Never rewritten; chgrpt lists
      * it by operator or by file over a date range.
        01  CHANGE-JOURNAL-RECORD.
            05 CJ-CHG-DATE          PIC 9(08).
            05 CJ-CHG-TIME          PIC 9(08).
            05 CJ-OPERATOR-ID       PIC X(10).
            05 CJ-PROGRAM           PIC X(08).
            05 CJ-FILE-NAME         PIC X(60).
            05 CJ-ACTION            PIC X(01).
               88 CJ-ADD                       VALUE 'A'.
               88 CJ-CHANGE                    VALUE 'C'.
               88 CJ-DELETE                    VALUE 'D'.
               88 CJ-RESUBMIT                  VALUE 'R'.
               88 CJ-DROP                      VALUE 'X'.
            05 CJ-KEY               PIC X(40).
            05 CJ-BEFORE-IMAGE      PIC X(310).
            05 CJ-AFTER-IMAGE       PIC X(310).
