      *  calorie values plus the elf number off each identity line,
      *  for day02 ten times the opponent letter's position (A/B/C
      *  as 1-3) plus the reply letter's position (X/Y/Z as 1-3) per
      *  round, for day03 the count of item characters per
      *  rucksack line, and for day04 the four section numbers of
      *  each assignment pair. COPY ... REPLACING gives
      *  each site its own prefix, the same way the other copybooks
      *  here are shared, while keeping the one layout in one place.
         01 PFX-HEADER.
