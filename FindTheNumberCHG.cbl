      *          range - every add / deactivate / reactivate /
      *          correct against OPERMAST, with who ran it, when,
      *          and the before/after images FindTheNumberOPM
      *          snapped - changes applied from the HR feed by
      *          FindTheNumberHRF list under maintainer HRFEED.
      *          This is how audit answers "who reactivated
      *          RDIAZ the night those slips went through". Honors
      *          the same FROM=/TO= slicing as the report program.
      * Tectonics: cobc
