      *> writer: Rpt-Action "O" opens the named report file and lays
      *> down the title block (title, date, page 1); "L" writes
      *> Rpt-Line, breaking to a fresh numbered page every
      *> Rpt-Page-Depth lines (0 takes the house depth of 50); "P"
      *> breaks to a fresh page now, unless nothing is on this one; "T"
      *> adds Rpt-Total-Value into the running total named by
      *> Rpt-Total-Label; "C" prints the carried totals and the end
      *> line and closes. Rpt-Echo "Y" also displays every line, for
