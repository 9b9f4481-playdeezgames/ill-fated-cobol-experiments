      *> The languages the message catalog carries, in the order of
      *> its text columns: column 1 is English, the fallback for any
      *> message another language has not caught up with. A new
      *> language is a new code here, a new column in each deck
      *> copybook, and a new CatText column in msg_catalog.dat.
       01 Msg-Language-Literals.
           02 FILLER PIC X(2) VALUE "EN".
           02 FILLER PIC X(2) VALUE "ES".
       01 Msg-Language-Table REDEFINES Msg-Language-Literals.
           02 Msg-Language-Code PIC X(2) OCCURS 2 TIMES.
