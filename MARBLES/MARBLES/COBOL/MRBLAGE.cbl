      * sitting on 800 untouched units shows up on neither. This
      * report ages every color by days since it last MOVED --
      * the most recent inventory-moving audit row, cross-checked so
      * a color somebody merely looked at, or whose dead stock was
      * just written off, still counts as unmoved, falling back to
      * LAST-UPDATED when no log rows survive --
      * prints the worst offenders first (internal SORT, oldest at
      * the top) with each color's quantity and value at UNIT-COST,
      * and finishes with the 30/60/90/180-day bucket totals.
               FROM EVENT.MARBLES M
               LEFT OUTER JOIN EVENT.MARBLES_LOG L
                   ON L.COLOR = M.COLOR
                  AND L.VERB NOT IN ('RSV','REL','STA','WOF')
               GROUP BY M.COLOR, M.INVENTORY, M.UNIT-COST,
                        M.LAST-UPDATED
           END-EXEC.
