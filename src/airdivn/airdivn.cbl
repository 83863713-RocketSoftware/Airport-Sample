       01 runway-text                  pic x(5).

       01 detail-line                  pic x(132).
       01 alt-weather-note             pic x(17).

       procedure division.
       main section.
                      dv-worst-long delimited by size
                      into detail-line
               write report-rec from detail-line
               move spaces to detail-line alt-weather-note
               if dv-worst-alt-below-mins = 1
                   move " - BELOW MINIMUMS" to alt-weather-note
               end-if
               if dv-worst-alt-code = spaces
                   move "  Nearest adequate  : (none found)"
                       to detail-line
                          " " delimited by size
                          function trim(dv-worst-alt-name)
                              delimited by size
                          alt-weather-note delimited by size
                          into detail-line
               end-if
               write report-rec from detail-line
               move spaces to detail-line
               string "  Below-mins points : " delimited by size
                      dv-below-mins-count delimited by size
                      into detail-line
               write report-rec from detail-line
           end-if
       .

                                by reference dn-facility-info
                                by reference dn-report-currency
                                by reference dn-query-criteria
                                by reference dn-fare-request
                                by reference dn-weather-info
                                by reference dn-sun-info
                                by reference dn-approval-request
                                by reference dn-target-scope
                                by reference dn-fir-result
                                by reference dn-tanker-result
                                by reference dn-dependants
                                by reference dn-reversal
                                by reference dn-annotations
                                by reference dn-fx-as-of-date
                                by reference dn-city-centre
                                by reference dn-language
                                by reference dn-target-grant
       .

       close-files section.
