           88 merge-recode                          value "K".
           88 browse-schedules                      value "L".
           88 query-airports                        value "M".
           88 approve-change                        value "N".
           88 get-fir-crossings                     value "O".
           88 get-tankering                         value "P".
           88 get-dependants                        value "Q".
           88 reverse-change                        value "R".
           88 get-annotations                       value "S".
           88 add-annotation                        value "T".
           88 retire-annotation                     value "U".
       01 (ap-prefix)-airport1                      pic x(4).
       01 (ap-prefix)-airport2                      pic x(4).
       01 (ap-prefix)-prefix-text                   pic x(4).
      *> fuel price plus the destination's landing/handling fees;
      *> zero when no cost file is configured
           03 distance-cost-estimate    pic z(6)9.99.
      *> CO2 for the trip in kg: the requested aircraft type's fuel
      *> burn for the distance times the site's emission factor;
      *> zero when no type (or one without a burn rate) was given
           03 distance-co2-kg           pic z(6)9.
      *> the implied arrival time in the destination's local clock
      *> (now plus the flight time), and "Y" when it falls inside
      *> the destination's curfew window
           03 distance-arrival-local    pic x(5).
           03 distance-curfew-warning   pic x.
      *> published-fare quote for the pair: the lowest applicable
      *> fare filed for the travel date (today when none), in the
      *> report currency like the cost estimate; the note reads
      *> "NO FARE" when nothing applicable is filed, never a zero
           03 distance-fare-quote       pic z(6)9.99.
           03 distance-fare-note        pic x(7).
      *> the initial track in magnetic (000-359), off the variation
      *> grid at the origin; spaces when no grid covers it
           03 distance-mag-track        pic x(3).
      *> "Y" when the arrival falls between civil sunset and
      *> sunrise at a destination with no lit serviceable runway
           03 distance-night-warning    pic x.
       01 (ap-prefix)-matched-codes-array           pic x(350).
       01 (ap-prefix)-matched-codes                 redefines
           (ap-prefix)-matched-codes-array pic x(35) occurs 10.
      *> "*" on the leg that pushes the routing past the maximum
      *> permitted mileage, and every leg after it
               05 leg-over-mpm          pic x.
               05 leg-fare              pic z(6)9.99.
               05 leg-fare-note         pic x(7).
               05 leg-co2-kg            pic z(6)9.
           03 itinerary-total-km        pic zzz,zz9.
           03 itinerary-total-miles     pic zzz,zz9.
           03 itinerary-total-cost      pic z(7)9.99.
           03 itinerary-direct-km       pic zzz,zz9.
           03 itinerary-excess-pct      pic zz9.9.
           03 itinerary-mpm-flag        pic x.
      *> the fares of the legs that have one, summed; the note says
      *> so when any leg went unfared and the total is short
           03 itinerary-total-fare      pic z(7)9.99.
           03 itinerary-fare-note       pic x(13).
           03 itinerary-total-co2-kg    pic z(7)9.
       *> nearest-N airports lookup
       01 (ap-prefix)-nearest-count                  pic 9(2).
       01 (ap-prefix)-nearest-results occurs 10.
      *> seats means not on file
           03 rte-equip-type            pic x(4).
           03 rte-seat-count            pic 9(3).
      *> "DOM" when both ends are in the same country, "INTL"
      *> when the route crosses a border
           03 rte-route-class           pic x(4).
       *> optional size-class filter on get-code-matches; blank means
       *> no filtering by airport size
       01 (ap-prefix)-size-filter                    pic x.
           03 dv-worst-alt-code         pic x(4).
           03 dv-worst-alt-name         pic x(30).
           03 dv-points-checked         pic 9(3).
      *> 1 when the worst-gap alternate is below the site's
      *> weather minimums right now; below-mins-count is how many
      *> of the points checked would divert to such a field
           03 dv-worst-alt-below-mins   pic 9.
           03 dv-below-mins-count       pic 9(3).
      *> multi-criteria search (query-airports): every master
      *> record satisfying ALL the populated criteria, answered a
      *> page at a time through the matched-codes pick list and
      *> L legal, I illegal, space when either leg has no times
           03 cnx-connect-mins          pic 9(4).
           03 cnx-connect-grade         pic x.
      *> fare-quote selection: the booking class and carrier to
      *> quote; blank takes the cheapest applicable fare across all
      *> classes/carriers filed for the leg
       01 (ap-prefix)-fare-request.
           03 fq-class                  pic x.
           03 fq-airline                pic x(3).
      *> current weather for the airport a details lookup just
      *> resolved, off the latest METAR: found is "Y" with a
      *> report, "N" when the station has none, space when no
      *> weather file is configured. below-mins is "Y" when the
      *> ceiling or visibility is under the site's operating
      *> minimums; a report older than the site's maximum age is
      *> shown but not graded. Visibility 9999 is 10 km or more,
      *> ceiling 99999 is no ceiling.
       01 (ap-prefix)-weather-info.
           03 wx-found                  pic x.
           03 wx-obs-time               pic x(7).
           03 wx-age-mins               pic 9(5).
           03 wx-wind                   pic x(10).
           03 wx-visibility             pic 9(5).
           03 wx-ceiling                pic 9(5).
           03 wx-temp                   pic s9(3).
           03 wx-below-mins             pic x.
      *> today's civil sunrise and sunset (start and end of civil
      *> twilight) at the airport a details lookup just resolved,
      *> local hh:mm; state is "N" normally, "D" when it stays
      *> light all day and "P" when it stays dark, the times then
      *> reading --:--
       01 (ap-prefix)-sun-info.
           03 sun-rise                  pic x(5).
           03 sun-set                   pic x(5).
           03 sun-state                 pic x.
      *> dual control: the held item a second operator is deciding
      *> and the decision, A approve or R reject; B browses to the
      *> next item awaiting approval after appr-seq and returns it
      *> whole (airhold.cpy and its two record images) in appr-item
       01 (ap-prefix)-approval-request.
           03 appr-seq                  pic 9(6).
           03 appr-decision             pic x.
           03 appr-item                 pic x(511).
      *> operator administration: the target operator's data scope,
      *> as entries "R:region" or "C:country" separated by commas,
      *> or ALL for none. Blank on set-authority leaves the scope as
      *> it stands; get-authority returns it.
       01 (ap-prefix)-target-scope                   pic x(60).
      *> flight information regions the great circle from airport1
      *> to airport2 flies through, in order, with the distance in
      *> each and its en-route charge in the region's own currency
      *> for the given aircraft type's take-off weight (the site
      *> default when none). list-cut is "Y" when more regions were
      *> crossed than the 15 listed; uncovered-km is distance over
      *> no region on file. The total charge is in the report
      *> currency, and is what the trip cost estimate includes.
       01 (ap-prefix)-fir-result.
           03 fir-count                 pic 9(2).
           03 fir-list-cut              pic x.
           03 fir-crossing occurs 15.
               05 fir-id                pic x(4).
               05 fir-name              pic x(30).
               05 fir-km                pic zz,zz9.
               05 fir-charge            pic z(6)9.99.
               05 fir-currency          pic x(3).
           03 fir-uncovered-km          pic zz,zz9.
           03 fir-weight-tonnes         pic zz9.9.
           03 fir-total-charge          pic z(7)9.99.
      *> fuel tankering from airport1 to airport2: whether filling
      *> up at the origin for the return sector beats buying that
      *> fuel at the destination, once the extra burn of carrying
      *> it there is paid for. Prices are per litre in the report
      *> currency; the break-even price is what the destination
      *> would have to charge before carrying pays. weekly-flights
      *> is the frequency the annual figure is worked on - given by
      *> the caller, or zero to count the airline file's flights on
      *> the pair. verdict Y pays, N does not, ? a price is missing.
       01 (ap-prefix)-tanker-result.
           03 tnk-weekly-flights        pic 9(3).
           03 tnk-sector-km             pic zz,zz9.
           03 tnk-origin-price          pic zz9.999.
           03 tnk-dest-price            pic zz9.999.
           03 tnk-break-even-price      pic zz9.999.
           03 tnk-carry-litres          pic z(6)9.
           03 tnk-extra-litres          pic z(5)9.
           03 tnk-sector-saving         pic -(7)9.99.
           03 tnk-annual-saving         pic -(9)9.99.
           03 tnk-verdict               pic x.
               88 tanker-pays           value "Y".
               88 tanker-no-gain        value "N".
               88 tanker-unpriced       value "?".
      *> what still names airport1 elsewhere: routes on the airline
      *> file (and how many of those are live - not yet past their
      *> effective end), staged changes still pending, operators'
      *> watch-list rows, metro-group memberships, alternate rows
      *> either way round and runway rows. Filled by the dependants
      *> query and by every delete or closure; confirm is the
      *> caller's, and must be Y before a closure goes through.
       01 (ap-prefix)-dependants.
           03 dnt-confirm               pic x.
               88 dependants-confirmed  value "Y".
           03 dnt-routes                pic 9(5).
           03 dnt-live-routes           pic 9(5).
           03 dnt-pending               pic 9(5).
           03 dnt-watches               pic 9(5).
           03 dnt-metros                pic 9(5).
           03 dnt-alternates            pic 9(5).
           03 dnt-runways               pic 9(5).
           03 dnt-summary               pic x(72).
      *> one maintenance change put back off its audit entry, named
      *> by the entry's chain sequence: the entry's function and
      *> code come back, and when the airport has been changed
      *> again since, the later entries that stand in the way.
       01 (ap-prefix)-reversal.
           03 rvs-audit-seq             pic 9(9).
           03 rvs-entry-function        pic x.
           03 rvs-entry-code            pic x(4).
           03 rvs-conflict-count        pic 9(3).
           03 rvs-conflict occurs 10.
               05 rvs-conflict-seq      pic 9(9).
               05 rvs-conflict-stamp    pic x(14).
               05 rvs-conflict-function pic x.
               05 rvs-conflict-operator pic x(8).
      *> desk annotations on lnk-airport1. get-details and
      *> get-annotations list the current notes visible at this
      *> terminal (its own desk's and everyone's), a page at a time
      *> after ann-seq (zero from the start; get-details always
      *> starts there); add-annotation writes ann-new-text with its
      *> visibility (D own desk, E everyone) and optional expiry
      *> and hands back the sequence given it in ann-seq;
      *> retire-annotation retires note ann-seq.
       01 (ap-prefix)-annotations.
           03 ann-new-text              pic x(60).
           03 ann-new-visibility        pic x.
           03 ann-new-expires           pic x(8).
           03 ann-seq                   pic 9(4).
           03 ann-count                 pic 9(2).
           03 ann-more                  pic x.
               88 more-annotations      value "Y".
           03 ann-note occurs 6.
               05 ann-note-seq          pic 9(4).
               05 ann-note-text         pic x(60).
               05 ann-note-author       pic x(8).
               05 ann-note-written      pic x(8).
               05 ann-note-expires      pic x(8).
               05 ann-note-visibility   pic x.
      *> the date (YYYYMMDD) cost figures are converted at: blank
      *> takes the day's rates, a date takes the latest rate on the
      *> rate history on or before it, so a cost quoted that day
      *> comes back as it was quoted
       01 (ap-prefix)-fx-as-of-date                  pic x(8).
      *> the distance from the airport a details lookup resolved to
      *> the centre of the city it is filed under, off the city
      *> reference file; found is "Y" with the distance, "N" when
      *> the city has no centre on file, space with no file
       01 (ap-prefix)-city-centre.
           03 cc-found                  pic x.
               88 city-centre-found     value "Y".
           03 cc-km                     pic 9(5).
           03 cc-miles                  pic 9(5).
      *> the operator's language off the preference file - two-letter
      *> code, blank for English - handed back on open so a screen
      *> can give its own messages in the same language as aircode
       01 (ap-prefix)-language                       pic x(2).
      *> operator administration: a temporary grant's last day
      *> (YYYYMMDD, blank for a standing grant) and the level the
      *> operator drops back to after it - L, M, or space to revoke.
      *> set-authority takes them with the level; get-authority
      *> returns them.
       01 (ap-prefix)-target-grant.
           03 tg-valid-until            pic x(8).
           03 tg-normal-level           pic x.
