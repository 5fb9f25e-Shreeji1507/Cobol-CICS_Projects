      *               several records with the same invoice (that
      *               is what the duplicate edit puts there), and
      *               one approval must not readmit them all.
      *  -            Leave the decision file empty once its
      *               decisions are applied - the nightly extract
      *               now adds the decisions keyed on the RVW1
      *               screen to it, and a decision left behind
      *               would settle a later queue record that
      *               happens to reuse the invoice.

       environment division.

      *file, so they really are left for another day
           perform 460-rewrite-review-queue.

      *the decisions just applied are spent - the file is left
      *empty so a decision settles exactly one day's queue, the
      *same way the re-entry merge consumes its corrections
           open output decision-file.
           close decision-file.

           perform 500-report-footer.
           perform 600-write-audit-line.

