      *> The request block for PLAYMAIL, the players' mailbox in
      *> player_mail.dat: short notes the games and the batch leave
      *> for a roster name, shown at the player's next PLAYPROF load.
      *> Mail-Action "P" posts Mail-Text from Mail-From to the roster
      *> name in Mail-To; "I" posts it to the roster name the SHOS
      *> initials in Mail-To(1:3) belong to (first three letters, as
      *> HALLFAME matches them), handing the name back in Mail-To;
      *> "C" posts only when the newest note from Mail-From with the
      *> same text went to somebody else, for a title that should be
      *> announced once each time it changes hands.
      *> "V" shows Mail-To's unread notes and marks each read or kept
      *> as the player answers; "X" purges read notes older than
      *> Mail-Days days and hands back the count in Mail-Count.
      *> Nothing is posted to the batch identity or to a name not on
      *> the roster - Mail-Result answers "S" for that, "D" when done,
      *> "E" when the mailbox could not be read or written.
       01 Mail-Request.
           02 Mail-Action PIC X.
           02 Mail-To PIC X(12).
           02 Mail-From PIC X(8).
           02 Mail-Text PIC X(60).
           02 Mail-Days PIC 999.
           02 Mail-Count PIC 9(6).
           02 Mail-Result PIC X.
              88 Mail-Done VALUE "D".
              88 Mail-Skipped VALUE "S".
              88 Mail-Failed VALUE "E".
