               88  (prefix)-level-lookup   value "L".
               88  (prefix)-level-maintain value "M".
               88  (prefix)-level-admin    value "A".
      *> data scope: the regions (ct-region off the country table)
      *> and countries whose records the operator may maintain. An
      *> empty list - every row from before scoping - is unrestricted.
           03  (prefix)-scope-list.
               05  (prefix)-scope occurs 5.
                   07  (prefix)-scope-kind pic x.
                       88  (prefix)-scope-region  value "R".
                       88  (prefix)-scope-country value "C".
                   07  (prefix)-scope-name pic x(20).
      *> a temporary grant: the level above holds through the
      *> valid-until date (YYYYMMDD; blank for a standing grant)
      *> and then drops back to normal-level - L or M, or space for
      *> no authority at all. granted-by is the administrator who
      *> last set the row.
           03  (prefix)-valid-until   pic x(8).
           03  (prefix)-normal-level  pic x.
           03  (prefix)-granted-by    pic x(8).
