      *> World stocking templates, shared by INVENTORY (fresh worlds)
      *> and MAZETOWORLD (maze-built worlds) so both stock alike.
      *> inventory_stock.dat holds one record per template, size band
      *> and ItemTypes value:
      *>   template name  X(8)
      *>   band low side  99   (5-20)
      *>   band high side 99
      *>   item type      99   (ItemTypes value - the amulet, 04, is
      *>                        always one and placed by its own rule)
      *>   mode           X    C = a count, D = so many per 100
      *>                        locations
      *>   amount         999
      *>   prefers        X    C = chambers, P = passageways,
      *>                        A = anywhere
      *> Lines opening with "*" are comments. When the file is missing
      *> it is written out from the STANDARD rows below.
       01 StockDefaultLiterals.
          02 FILLER PIC X(19) VALUE "STANDARD050901C003C".
          02 FILLER PIC X(19) VALUE "STANDARD050902C003C".
          02 FILLER PIC X(19) VALUE "STANDARD050903C003P".
          02 FILLER PIC X(19) VALUE "STANDARD050907C003A".
          02 FILLER PIC X(19) VALUE "STANDARD101401C005C".
          02 FILLER PIC X(19) VALUE "STANDARD101402C005C".
          02 FILLER PIC X(19) VALUE "STANDARD101403C005P".
          02 FILLER PIC X(19) VALUE "STANDARD101407C005A".
          02 FILLER PIC X(19) VALUE "STANDARD152001D003C".
          02 FILLER PIC X(19) VALUE "STANDARD152002D003C".
          02 FILLER PIC X(19) VALUE "STANDARD152003D002P".
          02 FILLER PIC X(19) VALUE "STANDARD152007D002A".
       01 StockDefaultTable REDEFINES StockDefaultLiterals.
          02 StockDefaultRow PIC X(19) OCCURS 12 TIMES.
       01 StockDefaultCount PIC 99 VALUE 12.

      *> The plan for the world being built: how many of each
      *> ItemTypes value to place and where they would rather lie.
      *> StockBandFound stays "N" when the template has no band for
      *> this side length, and the builder falls back to STANDARD -
      *> StockReadName is the template the plan was actually read
      *> from, StockTemplateName the one that was asked for.
       01 StockPlan.
          02 StockTemplateName PIC X(8) VALUE "STANDARD".
          02 StockReadName PIC X(8) VALUE "STANDARD".
          02 StockBandFound PIC X VALUE "N".
             88 StockBandMatched VALUE "Y".
          02 StockBandLow PIC 99.
          02 StockBandHigh PIC 99.
          02 StockTypes OCCURS 7 TIMES.
             03 StockWant PIC 999.
             03 StockPrefer PIC X.
                88 PrefersChamber VALUE "C".
                88 PrefersPassage VALUE "P".
          02 StockTypeIdx PIC 99.
          02 StockRowIdx PIC 99.
          02 StockTemplateInput PIC X(8).
