           03  (prefix)-min-runway-ft pic 9(5).
      *> block fuel burn per km flown, for the trip cost estimate
           03  (prefix)-burn-lpk      pic 9(3)v9.
      *> minimum ground time between an arrival and the same
      *> aircraft's next departure, for the tail-rotation builder;
      *> zero on rows from before the column existed
           03  (prefix)-min-turn-mins pic 9(3).
      *> maximum take-off weight in tonnes, the weight factor in the
      *> en-route charge estimate; zero on rows from before the
      *> column existed
           03  (prefix)-mtow-tonnes   pic 9(3)v9.
