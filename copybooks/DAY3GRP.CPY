      *  Day 3 badge group record - one per group of three sacks,
      *  keyed by group number (the first group is sacks 1-3, the
      *  second 4-6, and so on). Each of the three sacks carries its
      *  input line number and the item FIND-COMMON-ITEM found common
      *  to its two compartments with that item's priority; the
      *  group carries the badge FIND-GROUP-BADGE picked and its
      *  priority. An item or badge that could not be found is left
      *  blank at zero priority, the same way day02 indexes an
      *  unmatched round at zero points. 2022_DAY03 writes these to
      *  reports/day03_groups.idx as SCORE-BADGES walks the groups,
      *  and OPSINQ reads them back by random read or keyed browse
      *  when a unit disputes its badge priority. COPY ... REPLACING
      *  lets each site give the record whatever prefix fits how it
      *  is used there, the same way DAY2IDX.CPY is shared for
      *  day02's round index, while keeping the one layout in one
      *  place.
         01 PFX-RECORD.
           02 PFX-KEY PIC 9(5).
           02 PFX-SACK OCCURS 3 TIMES.
             03 PFX-LINE PIC 9(5).
             03 PFX-ITEM PIC X(1).
             03 PFX-ITEM-PRIORITY PIC 9(2).
           02 PFX-BADGE PIC X(1).
           02 PFX-BADGE-PRIORITY PIC 9(2).
