      *> The request block for MSGCAT, the shop's message catalog.
      *> A game names itself and a message number, fills in any
      *> arguments, and gets the text back in the player's language:
      *> Msg-Action "T" looks up Msg-Program/Msg-Number in
      *> Msg-Language (blank reads as English) and returns the text
      *> with &1-&9 (and &0 for the tenth) replaced by the matching
      *> Msg-Arg-Value. An argument's Msg-Arg-Width of zero drops its
      *> trailing spaces; any other width pads or cuts it to exactly
      *> that many characters, so columns still line up. "R"
      *> rereads msg_catalog.dat after it has been edited.
      *> Msg-Result answers "D" when the language had the message,
      *> "F" when it fell back to English (MSGCAT notes the gap in
      *> msg_gaps.dat), and "U" when nobody knows the message.
       01 Message-Request.
           02 Msg-Action PIC X.
           02 Msg-Program PIC X(8).
           02 Msg-Number PIC 999.
           02 Msg-Language PIC X(2).
           02 Msg-Args.
               03 Msg-Arg OCCURS 10 TIMES.
                   04 Msg-Arg-Value PIC X(40).
                   04 Msg-Arg-Width PIC 99.
           02 Msg-Text PIC X(200).
           02 Msg-Length PIC 999.
           02 Msg-Result PIC X.
              88 Msg-Found VALUE "D".
              88 Msg-Fell-Back VALUE "F".
              88 Msg-Unknown VALUE "U".
