      *    showing up as three different ids and a typo stops
      *    minting a ghost player.  PD-DISPLAY-NAME is what the
      *    reports print; the id stays the key everywhere else.
      *    A duplicate id folded into another by the IDMERGE job is
      *    kept, not deleted, with status "M" and PD-MERGED-INTO
      *    naming the surviving id (PD-MERGED-DATE the day it was
      *    folded): the worker turns the old id away, and the
      *    batch jobs that rebuild from the ledgers count its
      *    history under the survivor.  Blank/zero otherwise.
      *-----------------------------------------------------------
       01 PLAYER-DIR-RECORD.
          05 PD-PLAYER-ID         PIC X(16).
          05 PD-STATUS            PIC X(01).
             88 PLAYER-IS-ACTIVE       VALUE "A".
             88 PLAYER-IS-INACTIVE     VALUE "I".
             88 PLAYER-WAS-MERGED      VALUE "M".
          05 PD-MERGED-INTO       PIC X(16).
          05 PD-MERGED-DATE       PIC 9(06).
