      *--------------------------------------------------------
      * FDSON01.CBL
      * Use with FILE SECTION to define the signed-on
      * operators file descriptor.
      * Primary Key - SON-OPERATOR-ID
      *
      * One record per operator at a keyboard right now:
      * APMENU01 writes it at a good sign-on and deletes it
      * when the operator exits the menu. An operator who
      * signs on again simply replaces their own record. A
      * record left by a dropped terminal stays until that
      * operator next signs on and off - its sign-on date and
      * time say how old it is.
      * SON-OVERRIDE       = "Y" for a supervisor who signed
      *   on through an open batch window.
      *--------------------------------------------------------
       FD  SIGNED-ON-FILE
           LABEL RECORDS ARE STANDARD.
       01  SIGNED-ON-RECORD.
           05  SON-OPERATOR-ID          PIC X(3).
           05  SON-OPERATOR-NAME        PIC X(30).
           05  SON-SIGNON-DATE          PIC 9(8).
           05  SON-SIGNON-TIME          PIC 9(6).
           05  SON-COMPANY-CODE         PIC 9(2).
           05  SON-OVERRIDE             PIC X.
