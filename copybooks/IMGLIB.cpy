      *> The request block for IMGLIB, which keeps RoomLibrary.txt's
      *> images and their version history in room_image_history.dat.
      *> Ilb-Action "L" loads library image Ilb-Image-Id into
      *> Ilb-Rows; "P" puts Ilb-Rows back in its place, every other
      *> image left as it was (a new image goes on the end); "V"
      *> records Ilb-Rows as the image's next version under
      *> Ilb-Editor and hands back the number - with Ilb-Only-Changed
      *> "Y" nothing is recorded when the rows are the very ones of
      *> the latest version; "G" gets version Ilb-Version (0 for the
      *> latest) with its editor and date. An image is always 24 rows.
       01 Image-Library-Request.
           02 Ilb-Action PIC X.
           02 Ilb-Image-Id PIC 99.
           02 Ilb-Version PIC 9(4).
           02 Ilb-Editor PIC X(12).
           02 Ilb-Date PIC 9(8).
           02 Ilb-Only-Changed PIC X.
           02 Ilb-Rows PIC X(56) OCCURS 24 TIMES.
           02 Ilb-Status PIC XX.
           02 Ilb-Result PIC X.
              88 Ilb-Done VALUE "D".
              88 Ilb-Unchanged VALUE "U".
              88 Ilb-Not-Found VALUE "N".
              88 Ilb-Failed VALUE "E".
