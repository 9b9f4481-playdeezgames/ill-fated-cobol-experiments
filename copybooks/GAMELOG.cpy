      *> The request block for the GAMELOG subprogram: program id,
      *> event code, and free-form detail. GAMELOG stamps the date,
      *> the time and the data environment (E=) and appends one
      *> standardized line to game_events.dat - one log, one format,
      *> every program. GL-Session comes BACK
      *> filled: the id minted when the first program of a chain
      *> logged its START and inherited by everything launched from
      *> it, so a WANDER walk and the SHOS run inside it read as one
