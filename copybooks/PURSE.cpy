      *> The request block for PURSE, the players' shared purse in
      *> purse_ledger.dat: one running balance per roster name that
      *> WANDER's contract pay and the SHOS haul are banked into, and
      *> that INVENTORY coins, SHOS starting gear and WANDER's trading
      *> losses are paid out of.
      *> Purse-Action "B" hands back Purse-Name's balance in
      *> Purse-Balance; "D" deposits Purse-Amount from Purse-Game with
      *> Purse-Memo; "W" withdraws Purse-Amount the same way, refused
      *> when the balance will not cover it. Either way the balance
      *> after the movement comes back in Purse-Balance.
      *> The batch identity and names not on the roster keep no purse
      *> - Purse-Result answers "S" for that, "D" when done, "R" when
      *> a withdrawal was refused, "E" when the ledger could not be
      *> read or written.
       01 Purse-Request.
           02 Purse-Action PIC X.
           02 Purse-Name PIC X(12).
           02 Purse-Game PIC X(8).
           02 Purse-Amount PIC 9(6).
           02 Purse-Memo PIC X(30).
           02 Purse-Balance PIC 9(7).
           02 Purse-Result PIC X.
              88 Purse-Done VALUE "D".
              88 Purse-Skipped VALUE "S".
              88 Purse-Refused VALUE "R".
              88 Purse-Failed VALUE "E".
