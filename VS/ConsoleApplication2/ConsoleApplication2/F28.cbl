      * per aircraft and per pilot, is written to
      * RAPPORT_ARCHVOL.TXT so the split can be audited against
      * F10's totals.
      * The monthly activity summary (ACTMOIS.DAT) is left
      * alone on purpose: an archived flight stays counted in its
      * month, so the statistics read off the summary do not change
      * when a season moves to VOLHIST.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
