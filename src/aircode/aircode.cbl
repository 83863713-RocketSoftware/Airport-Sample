           organization line sequential
           file status is audit-status.

       select audit-scan-file assign audit-file-name
           organization line sequential
           file status is audit-scan-status.

       select airauth-file assign airauth-file-name
           organization indexed
           record key is au-operator-id with no duplicates
           file status is airauth-status
           access dynamic.

       select airhold-file assign airhold-file-name
           organization indexed
           record key is ah-seq with no duplicates
           file status is airhold-status
           access dynamic.

       select airline-file assign airline-file-name
           organization indexed
           record key is ar-key with no duplicates
           file status is airmetro-status
           access dynamic.

       select aircity-file assign aircity-file-name
           organization indexed
           record key is cy-key with no duplicates
           file status is aircity-status
           access dynamic.

       select airchist-file assign airchist-file-name
           organization indexed
           record key is ch-old-code with no duplicates
           file status is airacft-status
           access dynamic.

       select airfir-file assign airfir-file-name
           organization indexed
           record key is fr-id with no duplicates
           file status is airfir-status
           access dynamic.

       select aircost-file assign aircost-file-name
           organization indexed
           record key is co-airport with no duplicates
           file status is airntm-status
           access dynamic.

       select airinst-file assign airinst-file-name
           organization indexed
           record key is in-key with no duplicates
           file status is airinst-status
           access dynamic.

       select airfx-file assign airfx-file-name
           organization indexed
           record key is fx-currency with no duplicates
           file status is airfx-status
           access dynamic.

       select airfxh-file assign airfxh-file-name
           organization indexed
           record key is fh-key with no duplicates
           file status is airfxh-status
           access dynamic.

       select airwnd-file assign airwnd-file-name
           organization indexed
           record key is wn-key with no duplicates
           file status is airwnd-status
           access dynamic.

       select airfare-file assign airfare-file-name
           organization indexed
           record key is fa-key with no duplicates
           file status is airfare-status
           access dynamic.

       select airwx-file assign airwx-file-name
           organization indexed
           record key is cw-icao with no duplicates
           file status is airwx-status
           access dynamic.

       select airpend-file assign airpend-file-name
           organization indexed
           record key is pc-seq with no duplicates
           file status is airpend-status
           access dynamic.

       select airwch-file assign airwch-file-name
           organization indexed
           record key is wc-key with no duplicates
           file status is airwch-status
           access dynamic.

       select airanot-file assign airanot-file-name
           organization indexed
           record key is dn-key with no duplicates
           file status is airanot-status
           access dynamic.

       select siteparams-file assign siteparams-file-name
           organization line sequential
           file status is siteparams-status.
       copy "airrec.cpy" replacing ==(prefix)== by ==audold==.
       02 aud-new-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==audnew==.
       02 aud-approver                 pic x(8).
       02 aud-chain.
       copy "airachn.cpy" replacing ==(prefix)== by ==aud==.

       fd audit-scan-file.
       01 rv-rec.
       copy "airaudit.cpy" replacing ==(prefix)== by ==rv==.
       02 rv-old-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==rvold==.
       02 rv-new-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==rvnew==.
       02 rv-approver                  pic x(8).
       02 rv-chain.
       copy "airachn.cpy" replacing ==(prefix)== by ==rv==.

       fd airauth-file.
       01 au-rec.
       copy "airauth.cpy" replacing ==(prefix)== by ==au==.

       fd airhold-file.
       01 ah-rec.
       copy "airhold.cpy" replacing ==(prefix)== by ==ah==.
       02 ah-old-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==aho==.
       02 ah-new-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==ahn==.

       fd airline-file.
       01 ar-rec.
       copy "airrte.cpy" replacing ==(prefix)== by ==ar==.
       01 mg-rec.
       copy "airmetro.cpy" replacing ==(prefix)== by ==mg==.

       fd aircity-file.
       01 cy-rec.
       copy "aircity.cpy" replacing ==(prefix)== by ==cy==.

       fd airchist-file.
       01 ch-rec.
       copy "airchist.cpy" replacing ==(prefix)== by ==ch==.
       01 ac-rec.
       copy "airacft.cpy" replacing ==(prefix)== by ==ac==.

       fd airfir-file.
       01 fr-rec.
       copy "airfir.cpy" replacing ==(prefix)== by ==fr==.

       fd aircost-file.
       01 co-rec.
       copy "aircost.cpy" replacing ==(prefix)== by ==co==.
       01 nt-rec.
       copy "airntm.cpy" replacing ==(prefix)== by ==nt==.

       fd airinst-file.
       01 in-rec.
       copy "airinst.cpy" replacing ==(prefix)== by ==in==.

       fd airfx-file.
       01 fx-rec.
       copy "airfx.cpy" replacing ==(prefix)== by ==fx==.

       fd airfxh-file.
       01 fh-rec.
       copy "airfxh.cpy" replacing ==(prefix)== by ==fh==.

       fd airwnd-file.
       01 wn-rec.
       copy "airwnd.cpy" replacing ==(prefix)== by ==wn==.

       fd airfare-file.
       01 fa-rec.
       copy "airfare.cpy" replacing ==(prefix)== by ==fa==.

       fd airwx-file.
       01 cw-rec.
       copy "airwx.cpy" replacing ==(prefix)== by ==cw==.

       fd airpend-file.
       01 pc-rec.
       copy "airpend.cpy" replacing ==(prefix)== by ==pc==.
       02 pc-new-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==pcn==.

       fd airwch-file.
       01 wc-rec.
       copy "airwch.cpy" replacing ==(prefix)== by ==wc==.

       fd airanot-file.
       01 dn-rec.
       copy "airanot.cpy" replacing ==(prefix)== by ==dn==.

       fd siteparams-file.
       01 siteparams-rec               pic x(40).

       01 audit-status                 pic xx.
       01 audit-file-open              pic x value "N".
           88 audit-is-open            value "Y".
      *> every entry is chained to the one before it on the log
       copy "airachnp.cpy" replacing ==(ac-prefix)== by ==ak==.
       78 airauth-dat                  value "dd_operator_authority".
       01 airauth-status               pic xx.
      *> dual control: sensitive master changes held for a second
      *> operator's approval instead of applied
       01 airhold-file-name            pic x(80).
       78 airhold-dat                  value "dd_approval_queue".
       01 airhold-status               pic xx.
       01 hold-file-available          pic 9 value 0.
       01 hold-required                pic 9.
       01 hold-reason                  pic x.
       01 hold-move-km                 pic 9(5).
       01 hold-next-seq                pic 9(6).
       01 hold-seq-edit                pic 9(6).
       01 hold-stamp                   pic x(21).
       01 checker-level                pic x.
       01 level-to-rank                pic x.
       01 level-rank                   pic 9.
       01 maker-rank                   pic 9.
      *> set only while an approved change is written, so the audit
      *> record carries the maker as operator and the checker as
      *> approver
       01 audit-maker                  pic x(8) value spaces.
       01 operator-authorized          pic 9.
      *> a row read through read-operator-authority; a temporary
      *> grant past its date counts at the level it drops back to
       01 authority-row-found          pic 9.
       01 grant-now-stamp              pic x(21).
       01 grant-today                  pic x(8).
      *> data scope: the regions and countries the operator may
      *> maintain, checked against every record a change touches
       copy "airscopp.cpy" replacing ==(sc-prefix)== by ==sc==.
       01 scope-refused                pic 9.
       01 scope-country                pic x(20).
       78 airline-dat                  value "dd_airlines".
       01 airline-status               pic xx.
       01 airline-fill-count           pic 9(2).
       01 sched-minutes                pic s9(5).
       01 sched-local-hhmm             pic x(5).

       *> the dated flight instances airinex lays out: a flight the
       *> desk has cancelled on a day no longer operates that day,
       *> whatever its pattern says
       78 airinst-dat                  value "dd_flight_instances".
       01 airinst-file-name            pic x(80).
       01 airinst-status               pic xx.
       01 inst-file-available          pic 9 value 0.
       01 inst-check-date              pic x(8).
       01 inst-cancelled               pic 9.
       01 inst-flight                  pic 9(5).
       01 inst-flight-last             pic 9(4).

       *> variables for the one-stop connection search
       01 connect-fill-count           pic 9(2).
       01 hub-candidate-count          pic 9(2).
       01 hh-corrected-req             pic 9(6).

       *> the dated temporary-restriction (NOTAM-style) windows the
       *> airntml and airnotm loaders record; lookups warn and the
       *> diversion and connection searches exclude for the relevant
       *> date - a runway-only closure warns without excluding
       78 airntm-dat                   value "dd_restrictions".
       01 airntm-file-name             pic x(80).
       01 airntm-status                pic xx.
       01 restrict-check-code          pic x(4).
       01 restrict-check-date         pic x(8).
       01 restrict-active              pic 9.
       01 restrict-airport-closed      pic 9.
       01 restrict-runway              pic x(7).
       01 restrict-until               pic x(8).
       01 restrict-reason              pic x(30).
       01 restrict-now-stamp           pic x(21).
       01 browse-last-key              pic x(11).
       01 browse-row-wanted            pic 9.
       01 browse-page-full             pic 9.
       01 browse-date                  pic x(8).
       01 browse-date-num              pic 9(8).
       01 browse-today                 pic 9(8).
       01 browse-today-int             pic 9(7).
       01 browse-days-ahead            pic 9.
       01 browse-now-stamp             pic x(21).

       *> domestic/international classification of a route's two
       *> ends for the schedule answers
       01 class-origin                 pic x(4).
       01 class-dest                   pic x(4).
       01 class-country-name           pic x(20).
       01 class-country-code           pic x(3).
       01 class-origin-name            pic x(20).
       01 class-origin-code            pic x(3).
       01 route-class                  pic x(4).

       *> variables for the minimum-connect-time grading of each
       *> proposed connection at its hub
       01 airdist-cache-status         pic xx.
       01 purge-code                   pic x(4).
       01 admin-old-level              pic x.
       01 admin-old-scope              pic x(60).
       01 admin-old-grant              pic x(30).
       01 admin-new-grant              pic x(30).
       01 admin-grant-then             pic x(4).
       01 admin-new-scope              pic x(60).
       01 admin-scope-given            pic 9.
       01 admin-scope-list             pic x(105).
       78 airctry-dat                  value "dd_countries".
       01 airctry-status               pic xx.
       01 country-file-available       pic 9 value 0.
       01 metro-last-listed            pic x(4).
       01 metro-edit-km                pic zz,zz9.

       *> city-centre reference points: the airport-to-centre
       *> distance on the details answer, and a metro group's
       *> members listed nearest its centre first
       78 aircity-dat                  value "dd_city_centres".
       01 aircity-file-name            pic x(80).
       01 aircity-status               pic xx.
       01 city-file-available          pic 9 value 0.
       01 city-from-geo.
           03 city-from-latitude       pic x(10).
           03 city-from-longitude      pic x(10).
       01 city-lat1                    comp-2.
       01 city-long1                   comp-2.
       01 city-lat2                    comp-2.
       01 city-long2                   comp-2.
       01 city-cosine                  comp-2.
       01 city-km                      comp-2.
       01 metro-rank-table.
           03 mr-entry occurs 20.
               05 mr-code              pic x(4).
               05 mr-name              pic x(30).
               05 mr-city              pic x(30).
               05 mr-country           pic x(20).
               05 mr-geo               pic x(20).
               05 mr-km                comp-2.
       01 mr-hold                      pic x(112).
       01 mr-count                     pic 9(2).
       01 mr-idx                       pic 9(2).
       01 mr-idx2                      pic 9(2).
       01 mr-votes                     pic 9(2).
       01 mr-best-votes                pic 9(2).
       01 mr-best                      pic 9(2).
       01 metro-ranked                 pic 9.

       *> variables for the code-reassignment history lookup
       78 airchist-dat                 value "dd_code_history".
       01 airchist-file-name           pic x(80).
       01 alt-candidate-count          pic 9(2).
       01 alt-idx                      pic 9(2).
       01 alt-edit-km                  pic zz,zz9.
       01 alt-mark                     pic x.
       01 alt-below-count              pic 9(2).
       01 closed-site-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==cls==.
      *> snapshot of the closed field for the alternates loop, since
       78  km-per-mile     value 1.609344.
       78  km-per-nm       value 1.852.
       78  cruise-speed-kmh value 800.  *> average cruise speed, km/h
       *> kg of CO2 per litre of jet fuel burned (0.8 kg/l density
       *> times 3.16 kg CO2 per kg of fuel)
       78  co2-kg-per-litre value 2.53.

       *> WGS-84 ellipsoid, for the high-accuracy distance mode; the
       *> spherical figure loses whole kilometres on short legs, so
       01  point-best-dist comp-2.
       01  point-best-code pic x(4).
       01  point-best-name pic x(30).
       01  point-best-icao pic x(4).
       01  point-best-found pic 9.
       01  filter-size-rank pic 9.
       01  cand-size-rank  pic 9.
       01  acft-range-km   pic 9(5).
       01  acft-min-runway pic 9(5).
       01  acft-burn-lpk   pic 9(3)v9.
       01  acft-mtow-tonnes pic 9(3)v9.

       *> variables for the FIR boundary table: the regions a route
       *> overflies and the en-route charge for each. The table is
       *> read into storage once at open time - every trip cost
       *> traces its route through it.
       78  airfir-dat      value "dd_fir_boundaries".
       78  fir-step-km     value 20.
       78  default-mtow-tonnes value 70.
       01  airfir-file-name pic x(80).
       01  airfir-status   pic xx.
       01  fir-table-loaded pic 9 value 0.
       01  fir-region-count pic 9(3) value 0.
       01  fir-regions.
           03 fir-region occurs 150.
               05 fg-id            pic x(4).
               05 fg-name          pic x(30).
               05 fg-unit-rate     pic 9(5)v99.
               05 fg-currency      pic x(3).
               05 fg-point-count   pic 9(3).
               05 fg-min-lat       comp-2.
               05 fg-max-lat       comp-2.
               05 fg-min-long      comp-2.
               05 fg-max-long      comp-2.
               05 fg-km-flown      comp-2.
               05 fg-point occurs 60.
                   07 fg-lat       comp-2.
                   07 fg-long      comp-2.
       01  fg-idx          pic 9(3).
       01  fg-pt           pic 9(3).
       01  fg-prev         pic 9(3).
       01  fir-hit         pic 9(3).
       01  fir-inside      pic 9.
       01  fir-probe-lat   comp-2.
       01  fir-probe-long  comp-2.
       01  fir-cross-long  comp-2.
       01  fir-samples     pic 9(4).
       01  fir-sample      pic 9(4).
       01  fir-sample-km   comp-2.
       01  fir-route-km    comp-2.
       01  fir-weight      comp-2.
       01  fir-weight-factor comp-2.
       01  fir-uncovered   comp-2.
       01  fir-total-base  comp-2.
       01  fir-leg-count   pic 9(2).
       01  fir-leg-overflow pic 9.
       01  fir-legs.
           03 fir-leg occurs 15.
               05 fl-region        pic 9(3).
               05 fl-km            comp-2.
               05 fl-charge        comp-2.
       01  fir-leg-idx     pic 9(2).
       01  fir-last-region pic 9(3).

       *> variables for the per-airport trip cost estimate
       78  aircost-dat     value "dd_airport_costs".
       01  fx-file-available pic 9 value 0.
       01  fx-lookup-currency pic x(3).
       01  fx-found-rate   comp-2.
       *> the dated rate history, for a cost converted as of a
       *> past date
       78  airfxh-dat      value "dd_fx_history".
       01  airfxh-file-name pic x(80).
       01  airfxh-status   pic xx.
       01  fxh-file-available pic 9 value 0.
       01  fxh-rate-found  pic 9.
       01  cost-origin-currency pic x(3).
       01  cost-dest-currency pic x(3).
       01  cost-fuel-component comp-2.
       01  cost-base-total comp-2.
       01  active-report-currency pic x(3).

       *> the answer messages come off the message catalogue in the
       *> operator's language, English where it has no translation
       copy "airmsgp.cpy" replacing ==(mx-prefix)== by ==am==.
       01  active-language pic x(2).
       01  itin-total-cost-acc comp-2.

       *> variables for the fuel tankering answer: the return
       *> sector's fuel carried out from the origin against buying
       *> it at the destination, all in the base currency
       78  default-tanker-pct value 3.5.
       01  tnk-burn        comp-2.
       01  tnk-km          comp-2.
       01  tnk-carry       comp-2.
       01  tnk-extra       comp-2.
       01  tnk-origin-base comp-2.
       01  tnk-dest-base   comp-2.
       01  tnk-station-base comp-2.
       01  tnk-saving-base comp-2.
       01  tnk-annual-base comp-2.
       01  tnk-report-rate comp-2.
       01  tnk-priced      pic 9.
       01  tnk-week-count  pic 9(3).
       01  tnk-row-days    pic 9.
       01  tnk-day-idx     pic 9.
       *> CO2 for a leg: the requested type's burn over the distance
       *> times the site's emission factor; zero without a type
       01  co2-distance-km comp-2.
       01  co2-kg          comp-2.
       01  itin-total-co2-acc comp-2.

       *> the magnetic-variation service behind the magnetic track
       *> shown beside the true bearing
       copy "airmvarp.cpy" replacing ==(mv-prefix)== by ==mv==.
       01  origin-saved-status pic xx.

       *> the published fare table the airfrld loader maintains,
       *> behind the fare quote on the distance and itinerary answers
       78  airfare-dat     value "dd_fares".
       01  airfare-file-name pic x(80).
       01  airfare-status  pic xx.
       01  fare-file-available pic 9 value 0.
       01  fare-origin-code pic x(4).
       01  fare-dest-code  pic x(4).
       01  fare-check-date pic x(8).
       01  fare-now-stamp  pic x(21).
       01  fare-found      pic 9.
       01  fare-leg-base   comp-2.
       01  fare-best-base  comp-2.
       01  fare-quote      comp-2.
       01  itin-total-fare-acc comp-2.
       01  itin-fare-missing pic 9.

       *> the latest METAR per station the airmtld loader keeps,
       *> graded against the site's operating minimums
       78  airwx-dat       value "dd_current_weather".
       01  airwx-file-name pic x(80).
       01  airwx-status    pic xx.
       01  wx-file-available pic 9 value 0.
       01  wx-check-icao   pic x(4).
       01  wx-is-below     pic 9.
       01  wx-now-stamp    pic x(21).
       01  wx-now-day      pic 9(7).
       01  wx-now-mins     pic s9(5).
       01  wx-obs-day      pic 9(7).
       01  wx-obs-mins     pic 9(4).
       01  wx-age          pic s9(7).

       *> variables for the curfew/operating-hours arrival check
       78  airhour-dat     value "dd_operating_hours".
       01  airhour-file-name pic x(80).
       01  win-close-mins  pic 9(4).
       01  arrival-closed  pic 9.

       *> civil sunrise/sunset for the details answer and the
       *> night-arrival check into airfields with no lit runway
       copy "airsunp.cpy" replacing ==(su-prefix)== by ==su==.
       01  sun-now-stamp   pic x(21).
       01  arr-local-date  pic 9(8).
       01  lit-runway-found pic 9.
       01  arrival-in-dark pic 9.

       *> variables for the daylight-saving rule table
       78  airdst-dat      value "dd_dst_rules".
       01  airdst-file-name pic x(80).
           03 tun-short-leg-km     comp-2.
           03 tun-max-return       pic 9(2).
           03 tun-nearest-limit    pic 9(2).
           03 tun-wx-min-ceiling   pic 9(5).
           03 tun-wx-min-vis       pic 9(5).
           03 tun-wx-max-age       pic 9(4).
           03 tun-co2-factor       comp-2.
           03 tun-dual-control     pic x.
           03 tun-dual-move-km     pic 9(5).
           03 tun-default-mtow     comp-2.
           03 tun-tanker-pct       comp-2.
       01 site-tunables-seeded pic 9 value 0.

       01 fp-helper comp-2.
       01 flight-time-whole-hours pic 9(3).
       01 flight-time-minutes     pic 99.

       *> the files that name an airport without being part of the
       *> master, counted before a delete or closure: staged pending
       *> changes and operators' watch lists join the route, metro,
       *> alternates and runway handles already open
       78 airpend-dat                  value "dd_pending_changes".
       01 airpend-file-name            pic x(80).
       01 airpend-status               pic xx.
       01 pend-file-available          pic 9 value 0.
       78 airwch-dat                   value "dd_watch_lists".
       01 airwch-file-name             pic x(80).
       01 airwch-status                pic xx.
       01 watch-file-available         pic 9 value 0.
       01 dependant-code               pic x(4).
       01 dependant-today              pic x(8).
       01 dependant-stamp              pic x(21).
       01 dependant-live               pic 9.
       01 closure-unconfirmed          pic 9 value 0.

       *> desk annotations: the notes file is opened i-o (created
       *> empty the first time) and is optional - without it the
       *> details answer simply carries no notes
       78 airanot-dat                  value "dd_annotations".
       01 airanot-file-name            pic x(80).
       01 airanot-status               pic xx.
       01 anot-file-available          pic 9 value 0.
       01 anot-code                    pic x(4).
       01 anot-today                   pic x(8).
       01 anot-stamp                   pic x(21).
       01 anot-more                    pic x.
       01 anot-level                   pic x.
       01 anot-visible                 pic 9.
       01 anot-next-seq                pic 9(4).

       *> reversing one change off its audit entry: the log is read
       *> through a second handle, the entry kept, and every later
       *> entry on the same airport noted as standing in the way
       01 audit-scan-status            pic xx.
       01 reversal-found               pic 9.
       01 reversal-old-image.
       copy "airrec.cpy" replacing ==(prefix)== by ==rvb==.
       01 reversal-new-image.
       copy "airrec.cpy" replacing ==(prefix)== by ==rva==.
       01 reversal-count-edit          pic zz9.

       01  a1-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==a1==.
       01  a2-rec.
                                by reference lnk-name-search
                                by reference lnk-facility-info
                                by reference lnk-report-currency
                                by reference lnk-query-criteria
                                by reference lnk-fare-request
                                by reference lnk-weather-info
                                by reference lnk-sun-info
                                by reference lnk-approval-request
                                by reference lnk-target-scope
                                by reference lnk-fir-result
                                by reference lnk-tanker-result
                                by reference lnk-dependants
                                by reference lnk-reversal
                                by reference lnk-annotations
                                by reference lnk-fx-as-of-date
                                by reference lnk-city-centre
                                by reference lnk-language
                                by reference lnk-target-grant.

       main section.
           move spaces to lnk-message
                   perform reject-unauthorized
               end-if
               end-if
             when approve-change
               perform test-master-lock
               perform check-operator-authorized
               if master-readonly = 1
                   perform reject-master-locked
               else
               if operator-authorized = 1
                   perform decide-held-change
               else
                   perform reject-unauthorized
               end-if
               end-if
             when get-fir-crossings
               perform fir-crossings-answer
             when get-tankering
               perform tankering-answer
             when get-dependants
               perform dependants-answer
             when reverse-change
               perform test-master-lock
               perform check-operator-authorized
               if master-readonly = 1
                   perform reject-master-locked
               else
               if operator-authorized = 1
                   perform reverse-audit-entry
               else
                   perform reject-unauthorized
               end-if
               end-if
             when get-annotations
               perform list-annotations
             when add-annotation
               perform add-annotation-record
             when retire-annotation
               perform retire-annotation-record
           end-evaluate

           exit program

       lookup-one-airport section.
           initialize lnk-rec
           initialize lnk-city-centre
           move lnk-airport1 to airport
           perform find-airport
           if airport-found = 1
               move f-dst-zone to eff-dst-zone
               perform compute-effective-offset
               move eff-utc-offset to lnk-effective-utc-offset
               perform fetch-sun-times
               perform fetch-facility-info
               perform fetch-city-distance
               perform fetch-weather-info
               move 0 to ann-seq of lnk-annotations
               move f-code of f-rec to anot-code
               perform scan-annotations
               perform resolve-restriction-date
               move f-code of f-rec to restrict-check-code
               perform check-temp-restriction
               if restrict-active = 1
                   move spaces to lnk-message
                   if restrict-airport-closed = 1
                       move "RSTCLOSE" to am-msg-id
                       move "&1 restricted to &2 - &3" to am-text
                       move restrict-check-code to am-arg-1
                       move restrict-until to am-arg-2
                       move restrict-reason to am-arg-3
                       perform put-lnk-message
                   else
                       move "RSTRWY" to am-msg-id
                       move "&1 RWY &2 closed to &3 - &4" to am-text
                       move restrict-check-code to am-arg-1
                       move restrict-runway to am-arg-2
                       move restrict-until to am-arg-3
                       move restrict-reason to am-arg-4
                       perform put-lnk-message
                   end-if
               end-if
               move "FOUND" to qhist-result
           else
               perform collect-metro-members
               if metro-is-group = 1
                   perform list-metro-members
                   if metro-ranked = 1
                       move "METRORNK" to am-msg-id
                       move "Metro area - nearest city centre first"
                           to am-text
                       perform put-lnk-message
                   else
                       move "METROSEL" to am-msg-id
                       move "Metro area - select an airport" to am-text
                       perform put-lnk-message
                   end-if
               else
                   perform suggest-similar-airports
               end-if
               if qhist-result(1:5) = "FOUND"
                   perform grade-route-for-aircraft
                   perform cost-distance-result
                   perform fare-distance-result
                   perform co2-distance-result
                   perform magnetic-distance-result
                   perform check-arrival-curfew
               end-if
               perform metro-if-unresolved
                   move distance-m to distance-miles
                   move distance-nm to distance-nautical-miles
                   move bearing-degrees to distance-bearing
                   perform load-cached-origin
                   if fir-table-loaded = 1
                       perform load-cached-destination
                   end-if
                   perform calculate-flight-time
      *> FOUND-C marks a cache hit on the history log, so the
      *> morning digest can report the cache hit rate; everything
           if qhist-result(1:5) = "FOUND"
               perform grade-route-for-aircraft
               perform cost-distance-result
               perform fare-distance-result
               perform co2-distance-result
               perform magnetic-distance-result
               perform check-arrival-curfew
           end-if
           perform metro-if-unresolved
           move cost-estimate to distance-cost-estimate
       .

       co2-distance-result section.
           move distance to co2-distance-km
           perform compute-leg-co2
           move co2-kg to distance-co2-kg
       .

       magnetic-distance-result section.
       *> the variation is taken at the origin, where the initial
       *> track is flown from; left blank when no grid covers it
           move spaces to distance-mag-track
           if a1-lat-degs not numeric or a1-long-degs not numeric
               exit section
           end-if
           move a1-latitude to mv-latitude
           move a1-longitude to mv-longitude
           move bearing-degrees to mv-true-track
           call "airmvar" using mv-magvar-area
           if mv-found = "Y"
               move mv-mag-track to distance-mag-track
           end-if
       .

       load-cached-origin section.
       *> a cache hit never touches airfile, but the magnetic track
       *> needs the origin's position
           move lnk-file-status to origin-saved-status
           move lnk-airport1 to airport
           perform find-airport
           if airport-found = 1
               move f-rec to a1-rec
           else
               move spaces to a1-geo
           end-if
           move origin-saved-status to lnk-file-status
       .

       load-cached-destination section.
       *> nor does it touch the destination, which the en-route
       *> charges in the trip cost need to trace the route
           move lnk-file-status to origin-saved-status
           move lnk-airport2 to airport
           perform find-airport
           if airport-found = 1
               move f-rec to a2-rec
           else
               move spaces to a2-geo
           end-if
           move origin-saved-status to lnk-file-status
       .

       compute-leg-co2 section.
       *> only a given type's own burn rate makes a CO2 figure worth
       *> quoting; the default burn behind the cost estimate does not
           move 0 to co2-kg
           if acft-found = 1 and acft-burn-lpk > 0
               compute co2-kg rounded =
                   co2-distance-km * acft-burn-lpk * tun-co2-factor
           end-if
       .

       fare-distance-result section.
           perform resolve-fare-date
           move lnk-airport1 to fare-origin-code
           move lnk-airport2 to fare-dest-code
           perform quote-leg-fare
           if fare-found = 1
               move fare-quote to distance-fare-quote
           else
               move "NO FARE" to distance-fare-note
           end-if
       .

       open-dst-rules section.
       *> seasonal daylight-saving rules referenced by the dst-zone
       *> on each airport record; the static f-utc-offset plus the
               if hour-file-available = 1
                   perform test-curfew-window
               end-if
               if rwy-file-available = 1
                   perform test-night-arrival
               end-if
           end-if
       .

       fetch-sun-times section.
       *> today's civil sunrise/sunset at the airport just found, in
       *> its own clock
           move function current-date to sun-now-stamp
           move f-latitude to su-latitude
           move f-longitude to su-longitude
           move sun-now-stamp(1:8) to su-date
           move eff-utc-offset to su-utc-offset
           call "airsun" using su-sun-area
           move su-rise-time to sun-rise
           move su-set-time to sun-set
           move su-state to sun-state
       .

       test-night-arrival section.
       *> an arrival between civil sunset and sunrise into a field
       *> whose runway file rows show nothing both lit and
       *> serviceable; a field with no rows on the file is not
       *> graded. The sun is taken on the arrival's own local date.
           move 0 to lit-runway-found
           move 0 to runway-rows-found
           move f-code to rw-airport
           move low-values to rw-ident
           start airrwy-file key >= rw-key
               invalid key
                   exit section
           end-start
           read airrwy-file next record
           perform until airrwy-status not = "00"
                   or rw-airport not = f-code
               move 1 to runway-rows-found
               if rw-is-serviceable and rw-has-ils
                   move 1 to lit-runway-found
               end-if
               read airrwy-file next record
                   at end
                       move "10" to airrwy-status
               end-read
           end-perform
           if runway-rows-found = 0 or lit-runway-found = 1
               exit section
           end-if
           move cur-now(1:8) to arr-local-date
           compute arr-local-date = function date-of-integer(
               function integer-of-date(arr-local-date)
               + function integer((arr-total-mins + 14400) / 1440)
               - 10)
           move f-latitude to su-latitude
           move f-longitude to su-longitude
           move arr-local-date to su-date
           move dest-utc-offset to su-utc-offset
           call "airsun" using su-sun-area
           move 0 to arrival-in-dark
           evaluate true
               when su-dark-all-day
                   move 1 to arrival-in-dark
               when su-light-all-day
                   continue
               when su-rise-mins < su-set-mins
                   if arr-local-mins < su-rise-mins
                           or arr-local-mins >= su-set-mins
                       move 1 to arrival-in-dark
                   end-if
               when other
      *> twilight ending after local midnight: dark only between
      *> the two
                   if arr-local-mins >= su-set-mins
                           and arr-local-mins < su-rise-mins
                       move 1 to arrival-in-dark
                   end-if
           end-evaluate
           if arrival-in-dark = 1
               move "Y" to distance-night-warning
               if distance-curfew-warning not = "Y"
                   move spaces to lnk-message
                   move "ARRDARK" to am-msg-id
                   move "Arrival &1 after dark - &2 has no lit runway"
                       to am-text
                   move distance-arrival-local to am-arg-1
                   move f-code to am-arg-2
                   perform put-lnk-message
               end-if
           end-if
       .

               if arrival-closed = 1
                   move "Y" to distance-curfew-warning
                   move spaces to lnk-message
                   move "ARRCURFW" to am-msg-id
                   move "Arrival &1 inside &2 curfew" to am-text
                   move distance-arrival-local to am-arg-1
                   move hr-airport to am-arg-2
                   perform put-lnk-message
               end-if
           end-if
       .
               end-if
           end-perform
           if idx > 0
               move "METRODST" to am-msg-id
               move "Metro code - member distances listed" to am-text
               perform put-lnk-message
           end-if
       .

           move 0 to itin-total-km-acc
           move 0 to itin-total-miles-acc
           move 0 to itin-total-cost-acc
           move 0 to itin-total-co2-acc
           move 0 to itin-total-fare-acc
           move 0 to itin-fare-missing
           move "00" to lnk-file-status
           perform resolve-aircraft-type
           perform resolve-fare-date
           perform varying leg-idx from 1 by 1
                   until leg-idx >= lnk-itinerary-count
                      or leg-idx > 9
                       perform compute-trip-cost
                       move cost-estimate to leg-cost(leg-idx)
                       add cost-estimate to itin-total-cost-acc
                       move distance to co2-distance-km
                       perform compute-leg-co2
                       move co2-kg to leg-co2-kg(leg-idx)
                       add co2-kg to itin-total-co2-acc
                       move a1-code to fare-origin-code
                       move a2-code to fare-dest-code
                       perform quote-leg-fare
                       if fare-found = 1
                           move fare-quote to leg-fare(leg-idx)
                           add fare-quote to itin-total-fare-acc
                       else
                           move "NO FARE" to leg-fare-note(leg-idx)
                           move 1 to itin-fare-missing
                       end-if
                   else
                       move "24" to lnk-file-status
                   end-if
                                          of lnk-itinerary-result
           move itin-total-cost-acc to itinerary-total-cost
                                          of lnk-itinerary-result
           move itin-total-fare-acc to itinerary-total-fare
                                          of lnk-itinerary-result
           move itin-total-co2-acc to itinerary-total-co2-kg
                                          of lnk-itinerary-result
           if itin-fare-missing = 1
               move "NOT ALL FARED" to itinerary-fare-note
                                          of lnk-itinerary-result
           end-if
           if lnk-file-status = "00"
               perform check-permitted-mileage
           end-if
                           itin-direct-km * tun-mpm-allowance
                       if itin-total-km-acc > mpm-limit-km
                           move "Y" to itinerary-mpm-flag
                           move "ITINMPM" to am-msg-id
                           move "Routing over maximum permitted miles"
                               to am-text
                           perform put-lnk-message
                       end-if
                       move 0 to itin-running-km
                       perform varying mpm-leg-idx from 1 by 1
           end-if
       .

       open-fir-table section.
       *> the FIR boundaries the airfbld loader builds, read whole
       *> into the region table and the file let go again; without
       *> it there are no crossings and the trip cost carries no
       *> en-route charges.
           move 0 to fir-region-count
           move 0 to fir-table-loaded
           display airfir-dat upon environment-name
           accept airfir-file-name from environment-value
           open input airfir-file
           if airfir-status not = "00"
               exit section
           end-if
           move low-values to fr-id
           start airfir-file key >= fr-id
               invalid key
                   move "10" to airfir-status
           end-start
           perform until airfir-status not = "00"
                   or fir-region-count >= 150
               read airfir-file next record
                   at end
                       move "10" to airfir-status
                   not at end
                       if fr-point-count >= 3
                               and fr-point-count <= 60
                           perform hold-fir-region
                       end-if
               end-read
           end-perform
           close airfir-file
           if fir-region-count > 0
               move 1 to fir-table-loaded
           end-if
       .

       hold-fir-region section.
           add 1 to fir-region-count
           move fir-region-count to fg-idx
           move fr-id to fg-id(fg-idx)
           move fr-name to fg-name(fg-idx)
           move fr-unit-rate to fg-unit-rate(fg-idx)
           move fr-currency to fg-currency(fg-idx)
           move fr-point-count to fg-point-count(fg-idx)
           move 90 to fg-min-lat(fg-idx)
           move -90 to fg-max-lat(fg-idx)
           move 180 to fg-min-long(fg-idx)
           move -180 to fg-max-long(fg-idx)
           perform varying fg-pt from 1 by 1
                   until fg-pt > fr-point-count
               move fr-point-lat(fg-pt) to fg-lat(fg-idx fg-pt)
               move fr-point-long(fg-pt) to fg-long(fg-idx fg-pt)
               if fg-lat(fg-idx fg-pt) < fg-min-lat(fg-idx)
                   move fg-lat(fg-idx fg-pt) to fg-min-lat(fg-idx)
               end-if
               if fg-lat(fg-idx fg-pt) > fg-max-lat(fg-idx)
                   move fg-lat(fg-idx fg-pt) to fg-max-lat(fg-idx)
               end-if
               if fg-long(fg-idx fg-pt) < fg-min-long(fg-idx)
                   move fg-long(fg-idx fg-pt) to fg-min-long(fg-idx)
               end-if
               if fg-long(fg-idx fg-pt) > fg-max-long(fg-idx)
                   move fg-long(fg-idx fg-pt) to fg-max-long(fg-idx)
               end-if
           end-perform
       .

       close-fir-table section.
           move 0 to fir-table-loaded
           move 0 to fir-region-count
       .

       compute-trip-cost section.
       *> fuel burn for the distance priced at the origin's fuel
       *> price, plus the destination's landing and handling fees; a
       *> currency, then into the operator's reporting currency
       *> when one is stored - stations filing in the base (blank
       *> currency) and sites without the table keep the old
       *> arithmetic unchanged. The en-route charges of the FIRs
       *> the route crosses are added in the same base currency
       *> when the boundary table is loaded.
           move 0 to cost-estimate
           if cost-file-available = 1
               move tun-default-burn-lpk to cost-burn
               perform look-up-fx-rate
               compute cost-base-total = cost-base-total
                   + cost-fees * fx-found-rate
               perform charge-cost-route-firs
               compute cost-base-total = cost-base-total
                   + fir-total-base
               if active-report-currency not = spaces
                   move active-report-currency
                       to fx-lookup-currency
           end-if
       .

       charge-cost-route-firs section.
       *> the pair in a1-rec/a2-rec is the pair being costed on both
       *> the distance and the itinerary paths; a mismatch (or no
       *> table) leaves the charge out rather than price the wrong
       *> route
           move 0 to fir-total-base
           if fir-table-loaded = 0
               exit section
           end-if
           if (a1-code not = function upper-case(cost-origin-code)
                   and a1-icao not = function upper-case(
                       cost-origin-code))
               or (a2-code not = function upper-case(cost-dest-code)
                   and a2-icao not = function upper-case(
                       cost-dest-code))
               exit section
           end-if
           perform trace-fir-crossings
       .

       trace-fir-crossings section.
       *> samples the great circle from a1 to a2 every fir-step-km
       *> or so, finds the region under the middle of each sample,
       *> and runs the samples together into the ordered list of
       *> regions flown through with the distance in each; a region
       *> left and re-entered is listed again. Each region's charge
       *> is its unit rate x (km / 100) x the square root of the
       *> maximum take-off weight over 50 tonnes, and fir-total-base
       *> sums them in the base currency. Distance over no region
       *> on file (the oceanic gaps) is fir-uncovered.
           move 0 to fir-leg-count fir-leg-overflow fir-last-region
           move 0 to fir-uncovered fir-total-base fir-route-km
           if site-tunables-seeded = 0
               perform seed-site-tunables
           end-if
           move tun-default-mtow to fir-weight
           if acft-found = 1 and acft-mtow-tonnes > 0
               move acft-mtow-tonnes to fir-weight
           end-if
           compute fir-weight-factor = function sqrt(fir-weight / 50)
           if fir-table-loaded = 0
               exit section
           end-if
           if a1-lat-degs not numeric or a1-long-degs not numeric
                   or a2-lat-degs not numeric
                   or a2-long-degs not numeric
               exit section
           end-if
           move a1-latitude to file-angle
           perform convert-angle
           move out-angle to lat1
           move a1-longitude to file-angle
           perform convert-angle
           move out-angle to long1
           move a2-latitude to file-angle
           perform convert-angle
           move out-angle to lat2
           move a2-longitude to file-angle
           perform convert-angle
           move out-angle to long2
           compute spherical-cosine =
               function sin(lat1) * function sin(lat2)
                   + function cos(lat1) * function cos(lat2)
                     * function cos(long2 - long1)
           if spherical-cosine > 1
               move 1 to spherical-cosine
           end-if
           if spherical-cosine < -1
               move -1 to spherical-cosine
           end-if
           compute wp-angular = function acos(spherical-cosine)
           compute wp-sin-d = function sin(wp-angular)
           compute fir-route-km = wp-angular * radius-of-earth
           if wp-sin-d = 0
               exit section
           end-if
           compute fir-samples = fir-route-km / fir-step-km
           add 1 to fir-samples
           if fir-samples > 1000
               move 1000 to fir-samples
           end-if
           compute fir-sample-km = fir-route-km / fir-samples

           perform varying fg-idx from 1 by 1
                   until fg-idx > fir-region-count
               move 0 to fg-km-flown(fg-idx)
           end-perform

           perform varying fir-sample from 1 by 1
                   until fir-sample > fir-samples
               compute wp-t = (fir-sample - 0.5) / fir-samples
               perform locate-track-point
               compute fir-probe-lat = wp-lat-rad * 180 / function pi
               compute fir-probe-long = wp-lon-rad * 180 / function pi
               perform find-fir-region
               if fir-hit = 0
                   add fir-sample-km to fir-uncovered
                   move 0 to fir-last-region
               else
                   perform note-fir-sample
               end-if
           end-perform
           perform varying fir-leg-idx from 1 by 1
                   until fir-leg-idx > fir-leg-count
               move fl-region(fir-leg-idx) to fg-idx
               compute fl-charge(fir-leg-idx) =
                   fg-unit-rate(fg-idx) * fl-km(fir-leg-idx) / 100
                   * fir-weight-factor
           end-perform
           perform varying fg-idx from 1 by 1
                   until fg-idx > fir-region-count
               if fg-km-flown(fg-idx) > 0
                   move fg-currency(fg-idx) to fx-lookup-currency
                   perform look-up-fx-rate
                   compute fir-total-base = fir-total-base
                       + fg-unit-rate(fg-idx) * fg-km-flown(fg-idx)
                         / 100 * fir-weight-factor * fx-found-rate
               end-if
           end-perform
       .

       note-fir-sample section.
       *> the list stops at the 15 the answer can show, with the
       *> overflow flag set; the charge is summed per region on the
       *> side, so the total stays whole however long the list
           add fir-sample-km to fg-km-flown(fir-hit)
           if fir-hit not = fir-last-region
               if fir-leg-count < 15
                   add 1 to fir-leg-count
                   move fir-hit to fl-region(fir-leg-count)
                   move 0 to fl-km(fir-leg-count)
                   move 0 to fl-charge(fir-leg-count)
               else
                   move 1 to fir-leg-overflow
               end-if
               move fir-hit to fir-last-region
           end-if
           if fir-leg-count > 0
               if fl-region(fir-leg-count) = fir-hit
                   add fir-sample-km to fl-km(fir-leg-count)
               end-if
           end-if
       .

       find-fir-region section.
       *> the first region whose boundary holds the probe point,
       *> tested by casting a ray east along the parallel and
       *> counting the edges it crosses; the bounding box throws
       *> out most regions before any edge is looked at
           move 0 to fir-hit
           perform varying fg-idx from 1 by 1
                   until fg-idx > fir-region-count or fir-hit > 0
               if fir-probe-lat >= fg-min-lat(fg-idx)
                       and fir-probe-lat <= fg-max-lat(fg-idx)
                       and fir-probe-long >= fg-min-long(fg-idx)
                       and fir-probe-long <= fg-max-long(fg-idx)
                   perform test-point-in-region
                   if fir-inside = 1
                       move fg-idx to fir-hit
                   end-if
               end-if
           end-perform
       .

       test-point-in-region section.
           move 0 to fir-inside
           move fg-point-count(fg-idx) to fg-prev
           perform varying fg-pt from 1 by 1
                   until fg-pt > fg-point-count(fg-idx)
               if (fg-lat(fg-idx fg-pt) > fir-probe-lat
                       and fg-lat(fg-idx fg-prev) <= fir-probe-lat)
                   or (fg-lat(fg-idx fg-pt) <= fir-probe-lat
                       and fg-lat(fg-idx fg-prev) > fir-probe-lat)
                   compute fir-cross-long =
                       (fg-long(fg-idx fg-prev) - fg-long(fg-idx fg-pt))
                       * (fir-probe-lat - fg-lat(fg-idx fg-pt))
                       / (fg-lat(fg-idx fg-prev) - fg-lat(fg-idx fg-pt))
                       + fg-long(fg-idx fg-pt)
                   if fir-probe-long < fir-cross-long
                       compute fir-inside = 1 - fir-inside
                   end-if
               end-if
               move fg-pt to fg-prev
           end-perform
       .

       resolve-fare-date section.
       *> fares are quoted for the requested travel date; with none,
       *> for today.
           if lnk-travel-date not = spaces and lnk-travel-date numeric
               move lnk-travel-date to fare-check-date
           else
               move function current-date to fare-now-stamp
               move fare-now-stamp(1:8) to fare-check-date
           end-if
       .

       quote-leg-fare section.
       *> the cheapest fare filed on fare-origin-code to
       *> fare-dest-code that is valid on fare-check-date, in the
       *> requested class and carrier when given. A return fare
       *> prices one direction at half its filed amount. Fares are
       *> compared in base currency and the winner converted into
       *> the operator's report currency, the same way the cost
       *> estimate is; fare-found stays 0 when nothing applies.
           move 0 to fare-found
           move 0 to fare-quote
           if fare-file-available = 1
               move function upper-case(fare-origin-code) to fa-origin
               move function upper-case(fare-dest-code) to fa-dest
               move low-values to fa-airline fa-fare-class
               start airfare-file key >= fa-key
                   invalid key
                       continue
                   not invalid key
                       read airfare-file next record
                       perform until airfare-status not = "00"
                               or fa-origin not =
                                   function upper-case(fare-origin-code)
                               or fa-dest not =
                                   function upper-case(fare-dest-code)
                           perform weigh-one-fare
                           read airfare-file next record
                               at end
                                   move "10" to airfare-status
                           end-read
                       end-perform
               end-start
           end-if
           if fare-found = 1
               if active-report-currency not = spaces
                   move active-report-currency to fx-lookup-currency
                   perform look-up-fx-rate
                   compute fare-quote = fare-best-base / fx-found-rate
               else
                   move fare-best-base to fare-quote
               end-if
           end-if
       .

       weigh-one-fare section.
           if (fq-class = spaces
                   or fa-fare-class = function upper-case(fq-class))
                   and (fq-airline = spaces
                   or fa-airline = function upper-case(fq-airline))
                   and (fa-valid-from = spaces
                   or fa-valid-from <= fare-check-date)
                   and (fa-valid-to = spaces
                   or fa-valid-to >= fare-check-date)
               move fa-currency to fx-lookup-currency
               perform look-up-fx-rate
               if fa-return
                   compute fare-leg-base =
                       fa-amount / 2 * fx-found-rate
               else
                   compute fare-leg-base = fa-amount * fx-found-rate
               end-if
               if fare-found = 0 or fare-leg-base < fare-best-base
                   move fare-leg-base to fare-best-base
                   move 1 to fare-found
               end-if
           end-if
       .

       look-up-fx-rate section.
       *> base-currency units per one unit of fx-lookup-currency; a
       *> blank code is the base itself, and an unknown code or an
       *> absent table falls back to 1 so figures keep coming.
           move 1 to fx-found-rate
           if lnk-fx-as-of-date not = spaces
                   and lnk-fx-as-of-date numeric
                   and fxh-file-available = 1
                   and fx-lookup-currency not = spaces
               perform look-up-fx-history
               if fxh-rate-found = 1
                   exit section
               end-if
           end-if
           if fx-file-available = 1
                   and fx-lookup-currency not = spaces
               move function upper-case(fx-lookup-currency)
           end-if
       .

       look-up-fx-history section.
       *> the latest rate on the history on or before the as-of
       *> date; a date before the history starts falls through to
       *> the day's table
           move 0 to fxh-rate-found
           move function upper-case(fx-lookup-currency)
               to fh-currency
           compute fh-date-inverse =
               99999999 - function numval(lnk-fx-as-of-date)
           start airfxh-file key >= fh-key
               invalid key
                   exit section
           end-start
           read airfxh-file next record
               at end
                   exit section
           end-read
           if fh-currency = function upper-case(fx-lookup-currency)
                   and fh-rate > 0
               move fh-rate to fx-found-rate
               move 1 to fxh-rate-found
           end-if
       .

       resolve-aircraft-type section.
       *> the cruise speed (and range/runway limits) for the
       *> requested type; no type, or one not on file, keeps the
           move 0 to acft-range-km
           move 0 to acft-min-runway
           move 0 to acft-burn-lpk
           move 0 to acft-mtow-tonnes
           if acft-file-available = 1
                   and lnk-aircraft-type not = spaces
               move function upper-case(lnk-aircraft-type)
                   to ac-type
               read airacft-file
                   invalid key
                       move "ACFTNF" to am-msg-id
                       move "Aircraft type not on file" to am-text
                       perform put-lnk-message
                   not invalid key
                       move 1 to acft-found
                       if ac-cruise-kmh > 0
                       move ac-range-km to acft-range-km
                       move ac-min-runway-ft to acft-min-runway
                       move ac-burn-lpk to acft-burn-lpk
                       move ac-mtow-tonnes to acft-mtow-tonnes
               end-read
           end-if
       .
           if acft-found = 1
               if acft-range-km > 0 and distance > acft-range-km
                   move "Y" to distance-infeasible
                   move "ACFTRNG" to am-msg-id
                   move "Route beyond aircraft range" to am-text
                   perform put-lnk-message
               end-if
               if acft-min-runway > 0
                   move lnk-airport2 to airport
                       evaluate true
                           when runway-eff-ft < hh-corrected-req
                               move "Y" to distance-runway-warning
                               move "ACFTRWY" to am-msg-id
                               move "Destination runway under type"
                                   & " minimum" to am-text
                               perform put-lnk-message
                           when hh-corrected-req > acft-min-runway
                                   and runway-eff-ft <
                                       hh-corrected-req
      *> legal on paper, marginal in the thin air - the case every
      *> Andean and East African answer used to need overruling on
                               move "Y" to distance-runway-warning
                               move "ACFTHOT" to am-msg-id
                               move "Hot-and-high - runway marginal"
                                   to am-text
                               perform put-lnk-message
                           when other
                               continue
                       end-evaluate
               to airline-search-origin
           move function upper-case(lnk-airport2)
               to airline-search-dest
           move airline-search-origin to class-origin
           move airline-search-dest to class-dest
           perform classify-route-ends
           move airline-search-origin to ar-origin
           move airline-search-dest to ar-dest
           move spaces to ar-airline
       *> pages code matches with. The route file's key leads with
       *> the origin, so arrivals can only come off a full scan -
       *> lnk-sched-continue carries the last key shown so the next
       *> page resumes instead of rescanning. A flight cancelled on
       *> the coming such day is left off a day-of-week page.
           move "00" to lnk-file-status
           move spaces to lnk-matched-codes-array
           move "N" to lnk-more-matches
           move spaces to browse-last-key
           move function upper-case(lnk-airport1) to browse-airport
           perform resolve-browse-offset
           perform resolve-browse-date
           if lnk-sched-continue = spaces
               move low-values to ar-key
               start airline-file key >= ar-key
           else
               move "NOTFOUND" to qhist-result
               if lnk-sched-continue = spaces
                   move "SCHDNONE" to am-msg-id
                   move "No schedules touch that airport" to am-text
                   perform put-lnk-message
               end-if
           end-if
           move browse-last-key to lnk-sched-continue
           end-if
       .

       resolve-browse-date section.
       *> a day-of-week page answers for the coming such day, today
       *> included, so a flight the desk has cancelled on it drops
       *> off the page; "any day" has no date to hold one against
           move spaces to browse-date
           if lnk-sched-day < 1 or lnk-sched-day > 7
               exit section
           end-if
           move function current-date to browse-now-stamp
           move browse-now-stamp(1:8) to browse-today
           compute browse-today-int =
               function integer-of-date(browse-today)
           compute browse-days-ahead =
               function mod(lnk-sched-day
                   - (function mod(browse-today-int - 1, 7) + 1)
                   + 7, 7)
           compute browse-date-num = function date-of-integer(
               browse-today-int + browse-days-ahead)
           move browse-date-num to browse-date
       .

       scan-browse-rows section.
           perform until airline-status not = "00"
                   or browse-page-full = 1
                   end-if
               end-if
           end-if
           if browse-row-wanted = 1 and browse-date not = spaces
               move browse-date to inst-check-date
               perform check-instance-cancelled
               if inst-cancelled = 1
                   move 0 to browse-row-wanted
               end-if
           end-if
       .

       list-browse-row section.
           add 1 to idx
           end-if
           move browse-offset to sched-apply-offset
           perform convert-sched-time
           move ar-origin to class-origin
           move ar-dest to class-dest
           perform classify-route-ends
           move spaces to lnk-matched-codes(idx)
           string browse-kind delimited by size
                  " " delimited by size
                  sched-local-hhmm delimited by size
                  " " delimited by size
                  ar-days-of-week delimited by size
                  " " delimited by size
                  route-class delimited by size
                  into lnk-matched-codes(idx)
           move ar-key to browse-last-key
       .

       classify-route-ends section.
       *> DOM when both ends sit in the same country, INTL when
       *> not, spaces when either end is not on the master. The
       *> countries compare on their ISO codes off airctry when
       *> both names are on it, else on the master's country text.
       *> Read straight off the code key, so the answer's own
       *> status and message are left alone.
           move spaces to route-class
           move class-origin to f-code
           read airfile key is f-code
               invalid key
                   exit section
           end-read
           perform resolve-class-country
           move class-country-name to class-origin-name
           move class-country-code to class-origin-code
           move class-dest to f-code
           read airfile key is f-code
               invalid key
                   exit section
           end-read
           perform resolve-class-country
           if class-origin-code not = spaces
                   and class-country-code not = spaces
               if class-origin-code = class-country-code
                   move "DOM" to route-class
               else
                   move "INTL" to route-class
               end-if
           else
               if class-origin-name = class-country-name
                   move "DOM" to route-class
               else
                   move "INTL" to route-class
               end-if
           end-if
       .

       resolve-class-country section.
           move function upper-case(f-country) to class-country-name
           move spaces to class-country-code
           if country-file-available = 1
               move class-country-name to ct-name
               read airctry-file key is ct-name
                   invalid key
                       continue
                   not invalid key
                       move ct-code to class-country-code
               end-read
           end-if
       .

       collapse-codeshare-entries section.
       *> a route row whose airline/flight-number range matches a
       *> marketing codeshare is the same physical departure as the
                       to rte-flight-start(airline-fill-count)
                   move ar-flight-end
                       to rte-flight-end(airline-fill-count)
                   move route-class
                       to rte-route-class(airline-fill-count)
                   perform build-local-times
               end-if
               read airline-file next record
                           not = "Y"
                   move 0 to flight-operates
               end-if
               if flight-operates = 1
                   move lnk-travel-date to inst-check-date
                   perform check-instance-cancelled
                   if inst-cancelled = 1
                       move 0 to flight-operates
                   end-if
               end-if
           end-if
       .

       check-instance-cancelled section.
       *> the route row in ar-rec on inst-check-date; no instance on
       *> file (past the expansion horizon, or never expanded) is
       *> not a cancellation. A row carrying a range of flight
       *> numbers is listed once, so it drops out only when every
       *> flight in the range is cancelled that day.
           move 0 to inst-cancelled
           if inst-file-available = 0 or ar-flight-start not numeric
               exit section
           end-if
           move ar-flight-start to inst-flight-last
           if ar-flight-end numeric
                   and ar-flight-end >= ar-flight-start
               move ar-flight-end to inst-flight-last
           end-if
           move 1 to inst-cancelled
           perform varying inst-flight from ar-flight-start by 1
                   until inst-flight > inst-flight-last
                       or inst-cancelled = 0
               move ar-airline to in-airline
               move inst-flight to in-flight
               move inst-check-date to in-date
               read airinst-file
                   invalid key
                       move 0 to inst-cancelled
                   not invalid key
                       if not in-cancelled
                           move 0 to inst-cancelled
                       end-if
               end-read
           end-perform
       .

       resolve-schedule-offsets section.
           perform resolve-aircraft-type
           perform airlines-for-route
           if lnk-airline-count > 0
               move "CONNDIR" to am-msg-id
               move "Direct service available" to am-text
               perform put-lnk-message
               move "FOUND" to qhist-result
           else
               move lnk-airport1 to airport
                   move "FOUND" to qhist-result
               else
                   if lnk-message = spaces
                       move "CONNNONE" to am-msg-id
                       move "No one-stop connection found" to am-text
                       perform put-lnk-message
                   end-if
               end-if
           end-if
               move f-code to restrict-check-code
               perform check-temp-restriction
           end-if
           if airport-found = 1 and restrict-airport-closed = 0
               add 1 to connect-fill-count
               move f-code to cnx-via-code(connect-fill-count)
               move f-name to cnx-via-name(connect-fill-count)
           end-if
       .

       fir-crossings-answer section.
       *> the regions the route overflies in order, each with its
       *> distance and en-route charge, for overflight permits and
       *> the charges desk; the same trace the trip cost uses.
           initialize lnk-fir-result
           move "00" to lnk-file-status
           if fir-table-loaded = 0
               move "FIRNOTAB" to am-msg-id
               move "FIR boundary table not available" to am-text
               perform put-lnk-message
               exit section
           end-if
           perform resolve-aircraft-type
           move lnk-airport1 to airport
           perform find-airport
           if airport-found = 0
               exit section
           end-if
           move f-rec to a1-rec
           move lnk-airport2 to airport
           perform find-airport
           if airport-found = 0
               exit section
           end-if
           move f-rec to a2-rec
           perform trace-fir-crossings
           move fir-leg-count to fir-count
           if fir-leg-overflow = 1
               move "Y" to fir-list-cut
           end-if
           perform varying fir-leg-idx from 1 by 1
                   until fir-leg-idx > fir-leg-count
               move fl-region(fir-leg-idx) to fg-idx
               move fg-id(fg-idx) to fir-id(fir-leg-idx)
               move fg-name(fg-idx) to fir-name(fir-leg-idx)
               move fl-km(fir-leg-idx) to fir-km(fir-leg-idx)
               move fl-charge(fir-leg-idx) to fir-charge(fir-leg-idx)
               move fg-currency(fg-idx) to fir-currency(fir-leg-idx)
           end-perform
           move fir-uncovered to fir-uncovered-km
           move fir-weight to fir-weight-tonnes
           if active-report-currency not = spaces
               move active-report-currency to fx-lookup-currency
               perform look-up-fx-rate
               compute fir-total-charge = fir-total-base / fx-found-rate
           else
               move fir-total-base to fir-total-charge
           end-if
           if fir-leg-count = 0
               move "FIRNONE" to am-msg-id
               move "Route crosses no FIR on file" to am-text
               perform put-lnk-message
           end-if
       .

       tankering-answer section.
       *> tankering from airport1 to airport2: the fuel the return
       *> sector needs is uplifted at the origin and carried out and
       *> back, against buying it at the destination. Carrying it
       *> costs extra burn, taken as TANKER-BURN-PCT of the carried
       *> fuel per 1000 km flown and bought at the origin price.
       *> Both prices are brought into the base currency through the
       *> daily rates before they are compared; the figures go back
       *> in the operator's report currency like the trip cost.
           move 0 to tnk-week-count
           if tnk-weekly-flights numeric
               move tnk-weekly-flights to tnk-week-count
           end-if
           initialize lnk-tanker-result
           move "00" to lnk-file-status
           set tanker-unpriced to true
           if cost-file-available = 0
               move "COSTNTAB" to am-msg-id
               move "Airport cost table not available" to am-text
               perform put-lnk-message
               exit section
           end-if
           perform resolve-aircraft-type
           move lnk-airport1 to airport
           perform find-airport
           if airport-found = 0
               exit section
           end-if
           move f-rec to a1-rec
           move lnk-airport2 to airport
           perform find-airport
           if airport-found = 0
               exit section
           end-if
           move f-rec to a2-rec
           perform calculate-airport-distance
           move distance to tnk-km
           move tnk-km to tnk-sector-km
           move tun-default-burn-lpk to tnk-burn
           if acft-found = 1 and acft-burn-lpk > 0
               move acft-burn-lpk to tnk-burn
           end-if
           compute tnk-carry = tnk-km * tnk-burn
           compute tnk-extra =
               tnk-carry * tun-tanker-pct / 100 * tnk-km / 1000
           move tnk-carry to tnk-carry-litres
           move tnk-extra to tnk-extra-litres
           if tnk-week-count = 0
               perform count-pair-weekly-flights
           end-if
           move tnk-week-count to tnk-weekly-flights

           move 1 to tnk-priced
           move function upper-case(a1-code) to co-airport
           perform price-tanker-station
           move tnk-station-base to tnk-origin-base
           move function upper-case(a2-code) to co-airport
           perform price-tanker-station
           move tnk-station-base to tnk-dest-base
           if tnk-priced = 0
               move "TNKNOPRC" to am-msg-id
               move "Fuel price not on file at both ends" to am-text
               perform put-lnk-message
               exit section
           end-if

           compute tnk-saving-base = tnk-carry * tnk-dest-base
               - (tnk-carry + tnk-extra) * tnk-origin-base
           compute tnk-annual-base =
               tnk-saving-base * tnk-week-count * 52
           move 1 to tnk-report-rate
           if active-report-currency not = spaces
               move active-report-currency to fx-lookup-currency
               perform look-up-fx-rate
               move fx-found-rate to tnk-report-rate
           end-if
           compute tnk-origin-price = tnk-origin-base / tnk-report-rate
           compute tnk-dest-price = tnk-dest-base / tnk-report-rate
      *> no distance to carry the fuel over, nothing to break even
      *> on - the saving is nil and the answer is no gain
           if tnk-carry = 0
               move 0 to tnk-break-even-price
           else
               compute tnk-break-even-price = tnk-origin-base
                   * (tnk-carry + tnk-extra) / tnk-carry
                   / tnk-report-rate
           end-if
           compute tnk-sector-saving = tnk-saving-base / tnk-report-rate
           compute tnk-annual-saving = tnk-annual-base / tnk-report-rate
           if tnk-saving-base > 0
               set tanker-pays to true
           else
               set tanker-no-gain to true
           end-if
       .

       price-tanker-station section.
       *> one station's fuel price per litre in the base currency,
       *> left in tnk-station-base; a station with no row or no
       *> price clears tnk-priced
           move 0 to tnk-station-base
           read aircost-file
               invalid key
                   move 0 to tnk-priced
               not invalid key
                   if co-fuel-price = 0
                       move 0 to tnk-priced
                   else
                       move co-currency to fx-lookup-currency
                       perform look-up-fx-rate
                       compute tnk-station-base =
                           co-fuel-price * fx-found-rate
                   end-if
           end-read
       .

       count-pair-weekly-flights section.
       *> departures a week on the ordered pair across every
       *> airline, each route row flying once on each of its days;
       *> blank days are daily, as check-flight-operates reads them
           move 0 to tnk-week-count
           move function upper-case(a1-code) to ar-origin
           move function upper-case(a2-code) to ar-dest
           move spaces to ar-airline
           start airline-file key >= ar-key
               invalid key
                   exit section
           end-start
           read airline-file next record
               at end
                   exit section
           end-read
           perform until airline-status not = "00"
                   or ar-origin not = function upper-case(a1-code)
                   or ar-dest not = function upper-case(a2-code)
               if ar-days-of-week = spaces
                   move 7 to tnk-row-days
               else
                   move 0 to tnk-row-days
                   perform varying tnk-day-idx from 1 by 1
                           until tnk-day-idx > 7
                       if ar-days-of-week(tnk-day-idx:1) = "Y"
                           add 1 to tnk-row-days
                       end-if
                   end-perform
               end-if
               if tnk-week-count + tnk-row-days <= 999
                   add tnk-row-days to tnk-week-count
               end-if
               read airline-file next record
                   at end
                       continue
               end-read
           end-perform
       .

       build-waypoint-list section.
       *> spherical interpolation between the two end coordinates
       *> (already in radians from calculate-airport-distance); the

       interpolate-one-waypoint section.
           compute wp-t = wp-step / wp-segments
           perform locate-track-point
           add 1 to lnk-waypoint-count
           compute wp-latitude(lnk-waypoint-count) =
               wp-lat-rad * 180 / function pi
           compute wp-longitude(lnk-waypoint-count) =
               wp-lon-rad * 180 / function pi
       .

       locate-track-point section.
       *> the point wp-t of the way along the great circle from
       *> lat1/long1 to lat2/long2 (wp-angular apart), into
       *> wp-lat-rad/wp-lon-rad
           compute wp-a =
               function sin((1 - wp-t) * wp-angular) / wp-sin-d
           compute wp-b =
           move wp-x to at2-x
           perform compute-atan2
           move at2-result to wp-lon-rad
       .

       point-position-lookup section.
                   or pt-long-degs of lnk-point-geo not numeric
                   or pt-long-mins of lnk-point-geo not numeric
               move "92" to lnk-file-status
               move "POSNFMT" to am-msg-id
               move "Position must be sign/degrees/minutes" to am-text
               perform put-lnk-message
           else
               perform resolve-aircraft-type
               initialize a1-rec
               move distance-nm to distance-nautical-miles
               move bearing-degrees to distance-bearing
               perform calculate-flight-time
               perform magnetic-distance-result
               move "00" to lnk-file-status
               move "FOUND" to qhist-result
           end-if
                      into lnk-matched-codes(j)
           end-perform
           if nearest-fill-count > 0
               move "POSNLIST" to am-msg-id
               move "Nearest airports to position listed" to am-text
               perform put-lnk-message
               move "FOUND" to qhist-result
           end-if
       .
           if lnk-waypoint-count = 0
               move "23" to lnk-file-status
               if lnk-message = spaces
                   move "ROUTENF" to am-msg-id
                   move "Route endpoints not found" to am-text
                   perform put-lnk-message
               end-if
           else
               perform grade-size-filter
           if point-best-found = 0
               move 99999 to point-best-dist
               move spaces to point-best-code point-best-name
                              point-best-icao
           end-if
      *> the alternate that would take the diversion, graded on
      *> its current weather
           move point-best-icao to wx-check-icao
           perform grade-station-weather
           if wx-is-below = 1
               add 1 to dv-below-mins-count
           end-if
           if point-best-dist > dv-worst-acc
               move point-best-dist to dv-worst-acc
               move point-best-dist to dv-worst-gap-km
               move wx-is-below to dv-worst-alt-below-mins
               move wp-latitude of lnk-waypoints(dv-idx)
                   to dv-worst-lat
               move wp-longitude of lnk-waypoints(dv-idx)
                   move point-distance to point-best-dist
                   move f-code to point-best-code
                   move f-name to point-best-name
                   move f-icao to point-best-icao
               end-if
           end-if
       .
           if candidate-adequate = 1 and ntm-file-available = 1
               move f-code to restrict-check-code
               perform check-temp-restriction
               if restrict-airport-closed = 1
                   move 0 to candidate-adequate
               end-if
           end-if
           end-if
       .

       fetch-weather-info section.
       *> the details answer's current weather for the airport
       *> just resolved
           initialize lnk-weather-info
           move f-icao of f-rec to wx-check-icao
           perform grade-station-weather
           if wx-file-available = 1
               move "N" to wx-found of lnk-weather-info
           end-if
           if airwx-status = "00" and wx-file-available = 1
                   and wx-check-icao not = spaces
               move "Y" to wx-found of lnk-weather-info
               move cw-obs-time
                   to wx-obs-time of lnk-weather-info
               if wx-age >= 0
                   move wx-age to wx-age-mins of lnk-weather-info
               end-if
               move spaces to wx-wind of lnk-weather-info
               if cw-wind-gust > 0
                   string cw-wind-dir delimited by size
                          cw-wind-speed delimited by size
                          "G" delimited by size
                          cw-wind-gust delimited by size
                          "KT" delimited by size
                          into wx-wind of lnk-weather-info
               else
                   string cw-wind-dir delimited by size
                          cw-wind-speed delimited by size
                          "KT" delimited by size
                          into wx-wind of lnk-weather-info
               end-if
               move cw-visibility-m
                   to wx-visibility of lnk-weather-info
               move cw-ceiling-ft
                   to wx-ceiling of lnk-weather-info
               move cw-temperature
                   to wx-temp of lnk-weather-info
               if wx-is-below = 1
                   move "Y" to wx-below-mins of lnk-weather-info
               else
                   move "N" to wx-below-mins of lnk-weather-info
               end-if
           end-if
       .

       grade-station-weather section.
       *> reads the station's latest observation into cw-rec and
       *> sets wx-is-below when its ceiling or visibility is under
       *> the site minimums; an observation older than the site's
       *> maximum age is shown but not graded, and no observation
       *> at all is never below minimums. airwx-status is left
       *> "00" only when a row was found.
           move 0 to wx-is-below
           move -1 to wx-age
           move "23" to airwx-status
           if wx-file-available = 0 or wx-check-icao = spaces
               exit section
           end-if
           move wx-check-icao to cw-icao
           read airwx-file
               invalid key
                   exit section
           end-read
           if cw-obs-stamp(1:8) not numeric
                   or cw-obs-stamp(9:4) not numeric
               exit section
           end-if
           move function current-date to wx-now-stamp
           compute wx-now-mins =
               function numval(wx-now-stamp(9:2)) * 60
               + function numval(wx-now-stamp(11:2))
           if wx-now-stamp(16:1) = "-"
               compute wx-now-mins = wx-now-mins
                   + function numval(wx-now-stamp(17:2)) * 60
                   + function numval(wx-now-stamp(19:2))
           else
               compute wx-now-mins = wx-now-mins
                   - function numval(wx-now-stamp(17:2)) * 60
                   - function numval(wx-now-stamp(19:2))
           end-if
           compute wx-now-day = function integer-of-date(
               function numval(wx-now-stamp(1:8)))
           compute wx-obs-day = function integer-of-date(
               function numval(cw-obs-stamp(1:8)))
           compute wx-obs-mins =
               function numval(cw-obs-stamp(9:2)) * 60
               + function numval(cw-obs-stamp(11:2))
           compute wx-age = (wx-now-day - wx-obs-day) * 1440
               + wx-now-mins - wx-obs-mins
           if wx-age > tun-wx-max-age
               exit section
           end-if
           if cw-ceiling-ft < tun-wx-min-ceiling
                   or cw-visibility-m < tun-wx-min-vis
               move 1 to wx-is-below
           end-if
       .

       resolve-restriction-date section.
       *> a requested travel date drives the restriction check;
       *> with none, today does.
       *> is restrict-check-code under a dated restriction window
       *> covering restrict-check-date? The windows sit keyed by
       *> airport and start date, so the scan ends as soon as the
       *> starts on file pass the date being asked about. A
       *> whole-airport window outranks a runway closure for the
       *> warning; only the former sets restrict-airport-closed.
           move 0 to restrict-active restrict-airport-closed
           move spaces to restrict-until restrict-reason
                          restrict-runway
           if ntm-file-available = 1
               move function upper-case(restrict-check-code)
                   to nt-airport
                               or nt-start-date >
                                   restrict-check-date
                           if nt-end-date >= restrict-check-date
                               if nt-airport-closure
                                   move 1 to restrict-active
                                   move 1 to restrict-airport-closed
                                   move nt-end-date to restrict-until
                                   move nt-reason to restrict-reason
                                   move spaces to restrict-runway
                               else
                                   if restrict-airport-closed = 0
                                       move 1 to restrict-active
                                       move nt-end-date
                                           to restrict-until
                                       move nt-reason
                                           to restrict-reason
                                       move nt-runway
                                           to restrict-runway
                                   end-if
                               end-if
                           end-if
                           read airntm-file next record
                               at end
           if airfx-status = "00"
               move 1 to fx-file-available
           end-if
           display airfxh-dat upon environment-name
           accept airfxh-file-name from environment-value
           if airfxh-file-name not = spaces
               open input airfxh-file
               if airfxh-status = "00"
                   move 1 to fxh-file-available
               end-if
           end-if
       .

       close-fx-rates section.
               close airfx-file
               move 0 to fx-file-available
           end-if
           if fxh-file-available = 1
               close airfxh-file
               move 0 to fxh-file-available
           end-if
       .

       open-fare-file section.
       *> the published fares; without the file every quote comes
       *> back "NO FARE" and the rest of the answer is unchanged.
           display airfare-dat upon environment-name
           accept airfare-file-name from environment-value
           open input airfare-file
           if airfare-status = "00"
               move 1 to fare-file-available
           end-if
       .

       close-fare-file section.
           if fare-file-available = 1
               close airfare-file
               move 0 to fare-file-available
           end-if
       .

       open-weather-file section.
       *> current weather is advisory: without the file the details
       *> answer carries no weather and no alternate is flagged.
           display airwx-dat upon environment-name
           accept airwx-file-name from environment-value
           open input airwx-file
           if airwx-status = "00"
               move 1 to wx-file-available
           end-if
       .

       close-weather-file section.
           if wx-file-available = 1
               close airwx-file
               move 0 to wx-file-available
           end-if
       .

       open-pending-changes section.
       *> read only to count what is still staged against an
       *> airport; the staging jobs and airpapl own the writes
           display airpend-dat upon environment-name
           accept airpend-file-name from environment-value
           open input airpend-file
           if airpend-status = "00"
               move 1 to pend-file-available
           end-if
       .

       close-pending-changes section.
           if pend-file-available = 1
               close airpend-file
               move 0 to pend-file-available
           end-if
       .

       open-watch-lists section.
           display airwch-dat upon environment-name
           accept airwch-file-name from environment-value
           open input airwch-file
           if airwch-status = "00"
               move 1 to watch-file-available
           end-if
       .

       close-watch-lists section.
           if watch-file-available = 1
               close airwch-file
               move 0 to watch-file-available
           end-if
       .

       open-annotations section.
           display airanot-dat upon environment-name
           accept airanot-file-name from environment-value
           move 0 to anot-file-available
           if airanot-file-name = spaces
               exit section
           end-if
           open i-o airanot-file
           if airanot-status = "35"
               open output airanot-file
               close airanot-file
               open i-o airanot-file
           end-if
           if airanot-status = "00"
               move 1 to anot-file-available
           end-if
       .

       close-annotations section.
           if anot-file-available = 1
               close airanot-file
               move 0 to anot-file-available
           end-if
       .

       list-annotations section.
       *> a page of the airport's current notes after ann-seq: not
       *> retired, not past their expiry, and either everyone's or
       *> written at this terminal
           move 0 to ann-count of lnk-annotations
           move spaces to ann-more of lnk-annotations
           initialize ann-note of lnk-annotations(1)
                      ann-note of lnk-annotations(2)
                      ann-note of lnk-annotations(3)
                      ann-note of lnk-annotations(4)
                      ann-note of lnk-annotations(5)
                      ann-note of lnk-annotations(6)
           move function upper-case(lnk-airport1) to anot-code
           perform scan-annotations
       .

       scan-annotations section.
           if anot-file-available = 0
               exit section
           end-if
           move function current-date to anot-stamp
           move anot-stamp(1:8) to anot-today
           move anot-code to dn-airport
           move ann-seq of lnk-annotations to dn-seq
           add 1 to dn-seq
           move "Y" to anot-more
           start airanot-file key >= dn-key
               invalid key
                   move "N" to anot-more
           end-start
           perform until anot-more = "N"
               read airanot-file next record
                   at end
                       move "N" to anot-more
                   not at end
                       if dn-airport not = anot-code
                           move "N" to anot-more
                       else
                           perform test-annotation-visible
                           if anot-visible = 1
                               perform return-annotation
                           end-if
                       end-if
               end-read
           end-perform
       .

       test-annotation-visible section.
           move 0 to anot-visible
           if dn-retired
               exit section
           end-if
           if dn-expires not = spaces and dn-expires not = zeros
                   and dn-expires < anot-today
               exit section
           end-if
           if dn-everyone or dn-desk = terminal-id
               move 1 to anot-visible
           end-if
       .

       return-annotation section.
       *> a seventh visible note only says there is another page
           if ann-count of lnk-annotations = 6
               move "Y" to ann-more of lnk-annotations
               move "N" to anot-more
               exit section
           end-if
           add 1 to ann-count of lnk-annotations
           move dn-seq to ann-note-seq of lnk-annotations
               (ann-count of lnk-annotations)
           move dn-text to ann-note-text of lnk-annotations
               (ann-count of lnk-annotations)
           move dn-author to ann-note-author of lnk-annotations
               (ann-count of lnk-annotations)
           move dn-written to ann-note-written of lnk-annotations
               (ann-count of lnk-annotations)
           move dn-expires to ann-note-expires of lnk-annotations
               (ann-count of lnk-annotations)
           move dn-visibility to ann-note-visibility of
               lnk-annotations(ann-count of lnk-annotations)
       .

       grade-annotation-authority section.
       *> the calling operator's level off the authority file, for
       *> the note functions: no row is no level at all; a row from
       *> before the graded levels counts as maintain when its
       *> can-maintain flag says so, lookup when not
           move space to anot-level
           move 0 to scope-refused
           move lnk-operator-id to au-operator-id
           perform read-operator-authority
           if authority-row-found = 1
               move au-auth-level to anot-level
               if anot-level = space
                   if au-authorized
                       move "M" to anot-level
                   else
                       move "L" to anot-level
                   end-if
               end-if
           end-if
       .

       add-annotation-record section.
       *> any graded operator may leave a note for their own desk;
       *> one every terminal shows needs maintain or admin
           perform grade-annotation-authority
           move "00" to lnk-file-status
           move spaces to lnk-message
           evaluate true
               when anot-file-available = 0
                   move "35" to lnk-file-status
                   move "NOTENFIL" to am-msg-id
                   move "Annotations file not configured" to am-text
                   perform put-lnk-message
               when anot-level = space
                   perform reject-unauthorized
               when ann-new-visibility of lnk-annotations not = "D"
                       and ann-new-visibility of lnk-annotations
                           not = "E"
                   move "92" to lnk-file-status
                   move "NOTEVIS" to am-msg-id
                   move "Visibility must be D or E" to am-text
                   perform put-lnk-message
               when ann-new-visibility of lnk-annotations = "E"
                       and anot-level = "L"
                   move "91" to lnk-file-status
                   move "NOTELVL" to am-msg-id
                   move "Notes for everyone need maintain level"
                       to am-text
                   perform put-lnk-message
               when ann-new-text of lnk-annotations = spaces
                   move "92" to lnk-file-status
                   move "NOTEBLNK" to am-msg-id
                   move "Note text is blank" to am-text
                   perform put-lnk-message
               when ann-new-expires of lnk-annotations not = spaces
                       and (ann-new-expires of lnk-annotations
                               not numeric
                           or function test-date-yyyymmdd(function
                               numval(ann-new-expires of
                                   lnk-annotations)) not = 0)
                   move "92" to lnk-file-status
                   move "NOTEEXP" to am-msg-id
                   move "Expiry must be YYYYMMDD" to am-text
                   perform put-lnk-message
           end-evaluate
           if lnk-file-status not = "00"
               exit section
           end-if
           move function upper-case(lnk-airport1) to anot-code
           move anot-code to airport
           perform find-airport
           if airport-found = 0
               move "23" to lnk-file-status
               move "APNOTFIL" to am-msg-id
               move "Airport not on file" to am-text
               perform put-lnk-message
               exit section
           end-if
           move f-code of f-rec to anot-code
           perform find-next-annotation-seq
           initialize dn-rec
           move anot-code to dn-airport
           move anot-next-seq to dn-seq
           move ann-new-text of lnk-annotations to dn-text
           move lnk-operator-id to dn-author
           move terminal-id to dn-desk
           move function current-date to anot-stamp
           move anot-stamp(1:8) to dn-written
           move ann-new-expires of lnk-annotations to dn-expires
           move ann-new-visibility of lnk-annotations
               to dn-visibility
           set dn-current to true
           write dn-rec
               invalid key
                   move "22" to lnk-file-status
                   move "NOTEDUP" to am-msg-id
                   move "Note sequence already in use" to am-text
                   perform put-lnk-message
               not invalid key
                   move dn-seq to ann-seq of lnk-annotations
                   move "NOTEADD" to am-msg-id
                   move "Note &1 added" to am-text
                   move dn-seq to am-arg-1
                   perform put-lnk-message
           end-write
       .

       find-next-annotation-seq section.
       *> one past the highest sequence on file for the airport,
       *> retired and expired notes included, so a number is never
       *> handed out twice before the purge takes its note away
           move 0 to anot-next-seq
           move anot-code to dn-airport
           move 0 to dn-seq
           move "Y" to anot-more
           start airanot-file key >= dn-key
               invalid key
                   move "N" to anot-more
           end-start
           perform until anot-more = "N"
               read airanot-file next record
                   at end
                       move "N" to anot-more
                   not at end
                       if dn-airport not = anot-code
                           move "N" to anot-more
                       else
                           move dn-seq to anot-next-seq
                       end-if
               end-read
           end-perform
           add 1 to anot-next-seq
       .

       retire-annotation-record section.
       *> the note's author may retire it at any graded level;
       *> anyone else's note needs admin
           perform grade-annotation-authority
           move "00" to lnk-file-status
           move spaces to lnk-message
           if anot-file-available = 0
               move "35" to lnk-file-status
               move "NOTENFIL" to am-msg-id
               move "Annotations file not configured" to am-text
               perform put-lnk-message
               exit section
           end-if
           if anot-level = space
               perform reject-unauthorized
               exit section
           end-if
           move function upper-case(lnk-airport1) to dn-airport
           move ann-seq of lnk-annotations to dn-seq
           read airanot-file
               invalid key
                   move "23" to lnk-file-status
                   move "NOTENF" to am-msg-id
                   move "No such note" to am-text
                   perform put-lnk-message
                   exit section
           end-read
           if dn-retired
               move "23" to lnk-file-status
               move "NOTEGONE" to am-msg-id
               move "Note already retired" to am-text
               perform put-lnk-message
               exit section
           end-if
           if dn-author not = lnk-operator-id and anot-level not = "A"
               move "91" to lnk-file-status
               move "NOTEOWN" to am-msg-id
               move "Another operator's note needs admin" to am-text
               perform put-lnk-message
               exit section
           end-if
           set dn-retired to true
           move lnk-operator-id to dn-retired-by
           move function current-date to anot-stamp
           move anot-stamp(1:8) to dn-retired-on
           rewrite dn-rec
               invalid key
                   move "22" to lnk-file-status
                   move "NOTERFAL" to am-msg-id
                   move "Note could not be retired" to am-text
                   perform put-lnk-message
               not invalid key
                   move "NOTERET" to am-msg-id
                   move "Note &1 retired" to am-text
                   move dn-seq to am-arg-1
                   perform put-lnk-message
           end-rewrite
       .

       dependants-answer section.
       *> the counts alone, for a desk deciding whether to go on
           move function upper-case(lnk-airport1) to dependant-code
           perform count-airport-dependants
           move "00" to lnk-file-status
           move "DEPNDNTS" to am-msg-id
           move "Dependants of &1 - live routes &2" to am-text
           move dependant-code to am-arg-1
           move dnt-live-routes to am-arg-2
           perform put-lnk-message
       .

       block-if-live-routes section.
       *> a delete leaves its dependants pointing at nothing, so it
       *> is refused outright while a live schedule still names the
       *> code - the merge/re-code path moves those with it instead
           move f-code to dependant-code
           perform count-airport-dependants
           if dnt-live-routes > 0
               move "92" to lnk-file-status
               move "DELBLOCK" to am-msg-id
               move "Delete blocked: &1 live rtes - recode" to am-text
               move dnt-live-routes to am-arg-1
               perform put-lnk-message
           end-if
       .

       count-airport-dependants section.
       *> everything outside the master still naming dependant-code.
       *> A route is live until its effective end has passed; the
       *> keyed files are swept whole, since the code can sit in
       *> either half of their keys.
           move 0 to dnt-routes dnt-live-routes dnt-pending
                     dnt-watches dnt-metros dnt-alternates
                     dnt-runways
           move function current-date to dependant-stamp
           move dependant-stamp(1:8) to dependant-today

           move low-values to ar-key
           start airline-file key >= ar-key
               invalid key
                   move "10" to airline-status
               not invalid key
                   move "00" to airline-status
           end-start
           perform until airline-status not = "00"
               read airline-file next record
                   at end
                       move "10" to airline-status
                   not at end
                       if ar-origin = dependant-code
                               or ar-dest = dependant-code
                           add 1 to dnt-routes
                           move 1 to dependant-live
                           if ar-eff-to not = spaces
                                   and ar-eff-to not = zeros
                                   and ar-eff-to < dependant-today
                               move 0 to dependant-live
                           end-if
                           if dependant-live = 1
                               add 1 to dnt-live-routes
                           end-if
                       end-if
               end-read
           end-perform

           if pend-file-available = 1
               move 0 to pc-seq
               start airpend-file key >= pc-seq
                   invalid key
                       move "10" to airpend-status
                   not invalid key
                       move "00" to airpend-status
               end-start
               perform until airpend-status not = "00"
                   read airpend-file next record
                       at end
                           move "10" to airpend-status
                       not at end
                           if pc-pending and pc-code = dependant-code
                               add 1 to dnt-pending
                           end-if
                   end-read
               end-perform
           end-if

           if watch-file-available = 1
               move low-values to wc-key
               start airwch-file key >= wc-key
                   invalid key
                       move "10" to airwch-status
                   not invalid key
                       move "00" to airwch-status
               end-start
               perform until airwch-status not = "00"
                   read airwch-file next record
                       at end
                           move "10" to airwch-status
                       not at end
                           if wc-airport = dependant-code
                               add 1 to dnt-watches
                           end-if
                   end-read
               end-perform
           end-if

           if metro-file-available = 1
               move low-values to mg-key
               start airmetro-file key >= mg-key
                   invalid key
                       move "10" to airmetro-status
                   not invalid key
                       move "00" to airmetro-status
               end-start
               perform until airmetro-status not = "00"
                   read airmetro-file next record
                       at end
                           move "10" to airmetro-status
                       not at end
                           if mg-metro = dependant-code
                                   or mg-member = dependant-code
                               add 1 to dnt-metros
                           end-if
                   end-read
               end-perform
           end-if

           if alt-file-available = 1
               move low-values to al-key
               start airalt-file key >= al-key
                   invalid key
                       move "10" to airalt-status
                   not invalid key
                       move "00" to airalt-status
               end-start
               perform until airalt-status not = "00"
                   read airalt-file next record
                       at end
                           move "10" to airalt-status
                       not at end
                           if al-airport = dependant-code
                                   or al-alternate = dependant-code
                               add 1 to dnt-alternates
                           end-if
                   end-read
               end-perform
           end-if

           if rwy-file-available = 1
               move dependant-code to rw-airport
               move low-values to rw-ident
               start airrwy-file key >= rw-key
                   invalid key
                       move "10" to airrwy-status
                   not invalid key
                       move "00" to airrwy-status
               end-start
               perform until airrwy-status not = "00"
                   read airrwy-file next record
                       at end
                           move "10" to airrwy-status
                       not at end
                           if rw-airport = dependant-code
                               add 1 to dnt-runways
                           else
                               move "10" to airrwy-status
                           end-if
                   end-read
               end-perform
           end-if

           move spaces to dnt-summary
           string "Rte " delimited by size
                  dnt-routes delimited by size
                  " live " delimited by size
                  dnt-live-routes delimited by size
                  " Pend " delimited by size
                  dnt-pending delimited by size
                  " Wch " delimited by size
                  dnt-watches delimited by size
                  " Met " delimited by size
                  dnt-metros delimited by size
                  " Alt " delimited by size
                  dnt-alternates delimited by size
                  " Rwy " delimited by size
                  dnt-runways delimited by size
                  into dnt-summary
       .

       open-restrictions-file section.
       *> without the file configured nothing changes: the
       *> permanent f-status flag stays the only closure signal.
           display airntm-dat upon environment-name
           accept airntm-file-name from environment-value
           open input airntm-file
           if airntm-status = "00"
               move 1 to ntm-file-available
           end-if
       .

       close-restrictions-file section.
           if ntm-file-available = 1
               close airntm-file
               move 0 to ntm-file-available
           end-if
       .

       open-flight-instances section.
       *> without the file configured the route patterns stay the
       *> only word on whether a flight operates
           display airinst-dat upon environment-name
           accept airinst-file-name from environment-value
           open input airinst-file
           if airinst-status = "00"
               move 1 to inst-file-available
           end-if
       .

       close-flight-instances section.
           if inst-file-available = 1
               close airinst-file
               move 0 to inst-file-available
           end-if
       .

       compute-hot-high-requirement section.
       *> the runway a type really needs at the field's elevation:
       *> the sea-level minimum in hh-base-req inflated seven
       *> percent per thousand feet, off the f-elevation-ft still
       *> sitting in f-rec. Fields at or below sea level keep the
       *> book figure.
           move hh-base-req to hh-corrected-req
           if f-elevation-ft > 0
               compute hh-corrected-req =
                   hh-base-req
                   * (1 + f-elevation-ft / 1000
                          * hot-high-per-1000ft)
           end-if
       .

       effective-runway-length section.
       *> the longest SERVICEABLE runway for runway-check-code; the
       *> caller preloads runway-eff-ft with the master's single
       *> figure, which stands wherever the runway file is absent
       *> or carries no rows for the airport. An airport with rows
       *> but nothing serviceable comes back zero - nothing to land
       *> on is exactly what the adequacy checks need to hear.
           if rwy-file-available = 1
               move 0 to runway-rows-found
               move function upper-case(runway-check-code)
                   to rw-airport
               move low-values to rw-ident
               start airrwy-file key >= rw-key
                   invalid key
                       continue
                   not invalid key
                       read airrwy-file next record
                       perform until airrwy-status not = "00"
                               or rw-airport not =
                                   function upper-case(
                                       runway-check-code)
                           if runway-rows-found = 0
                               move 1 to runway-rows-found
                               move 0 to runway-eff-ft
                           end-if
                           if rw-is-serviceable
                                   and rw-length-ft > runway-eff-ft
                               move rw-length-ft to runway-eff-ft
                           end-if
                           read airrwy-file next record
                               at end
                                   move "10" to airrwy-status
                           end-read
                       end-perform
               end-start
           end-if
       .

       open-runway-file section.
       *> the runway detail file the airrwld loader builds; without
       *> it the adequacy checks keep grading on the master's
       *> single longest-runway field.
           display airrwy-dat upon environment-name
           accept airrwy-file-name from environment-value
           open input airrwy-file
           if airrwy-status = "00"
               move 1 to rwy-file-available
           end-if
       .

       close-runway-file section.
           if rwy-file-available = 1
               close airrwy-file
               move 0 to rwy-file-available
           end-if
       .

       open-facilities-file section.
       *> the facilities/contacts directory the airfcld loader
       *> builds; without it the detail answer's contact fields
       *> just stay blank.
           display airfac-dat upon environment-name
           accept airfac-file-name from environment-value
           open input airfac-file
           if airfac-status = "00"
               move 1 to fac-file-available
           end-if
       .

       close-facilities-file section.
           if fac-file-available = 1
               close airfac-file
               move 0 to fac-file-available
           end-if
       .

       open-min-connect section.
       *> per-airport minimum connect times the airmctl loader
       *> builds; without the file every hub is graded against the
       *> engine's default minimum.
           display airmct-dat upon environment-name
           accept airmct-file-name from environment-value
           open input airmct-file
           if airmct-status = "00"
               move 1 to mct-file-available
           end-if
       .

       close-min-connect section.
           if mct-file-available = 1
               close airmct-file
               move 0 to mct-file-available
           end-if
       .

       close-traffic-stats section.
           if stats-file-available = 1
               close airstat-file
               move 0 to stats-file-available
           end-if
       .

       get-metro-matches section.
       *> metro group codes whose code starts with the entered
       *> prefix, each added once as its own pick-list entry so the
       *> agent can ask for the group's members next.
           if metro-file-available = 1
               move spaces to metro-last-listed
               move spaces to mg-key
               move lnk-prefix-text(1:prefix-length) to mg-metro
               start airmetro-file key >= mg-key
                   invalid key
                       continue
               end-start
           end-if
           move 0 to idx
           move 0 to alt-below-count
           perform varying alt-idx from 1 by 1
                   until alt-idx > alt-candidate-count
                      or idx >= tun-max-return
                   move f-rec to a2-rec
                   perform calculate-airport-distance
                   move distance to alt-edit-km
      *> an alternate under the site minimums right now is marked
      *> "*" after its code
                   move a2-icao to wx-check-icao
                   perform grade-station-weather
                   move " " to alt-mark
                   if wx-is-below = 1
                       move "*" to alt-mark
                       add 1 to alt-below-count
                   end-if
                   add 1 to idx
                   string a2-code delimited by space
                          alt-mark delimited by size
                          a2-name(1:12) delimited by size
                          " " delimited by size
                          alt-edit-km delimited by size
               end-if
           end-perform
           move spaces to lnk-message
           if idx > 0 and alt-below-count > 0
               move "ALTBELOW" to am-msg-id
               move "&1 closed - alternates, * = below mins" to am-text
               move als-code to am-arg-1
               perform put-lnk-message
           else
               if idx > 0
                   move "ALTLIST" to am-msg-id
                   move "&1 closed - designated alternates listed"
                       to am-text
                   move als-code to am-arg-1
                   perform put-lnk-message
               else
                   move "ALTNONE" to am-msg-id
                   move "&1 is closed" to am-text
                   move als-code to am-arg-1
                   perform put-lnk-message
               end-if
           end-if
           move "23" to lnk-file-status
       .
           perform validate-country-value
           if latlong-valid = 0
               move "92" to lnk-file-status
               move "ADDLATLG" to am-msg-id
               move "Unable to add &1 - lat/long out of range"
                   to am-text
               move ap-code of lnk-rec to am-arg-1
               perform put-lnk-message
           else
           if country-valid = 0
               move "92" to lnk-file-status
               move "ADDCNTRY" to am-msg-id
               move "Unable to add &1 - unknown country" to am-text
               move ap-code of lnk-rec to am-arg-1
               perform put-lnk-message
           else
           move lnk-rec to f-rec
           move function upper-case(ap-code) to f-code
           write f-rec
               invalid key
                   move file-status to lnk-file-status
                   move "ADDDUP" to am-msg-id
                   move "Unable to add &1 - code already exists"
                       to am-text
                   move f-code to am-arg-1
                   perform put-lnk-message
               not invalid key
                   move file-status to lnk-file-status
                   move "ADDOK" to am-msg-id
                   move "Added airport &1" to am-text
                   move f-code to am-arg-1
                   perform put-lnk-message
                   move "7" to aud-function
                   move f-code to aud-code
                   initialize aud-old-rec
               perform validate-country-value
               if latlong-valid = 0
                   move "92" to lnk-file-status
                   move "UPDLATLG" to am-msg-id
                   move "Unable to update &1 - lat/long out of range"
                       to am-text
                   move f-code to am-arg-1
                   perform put-lnk-message
                   perform release-airport-lock
               else
               if country-valid = 0
                   move "92" to lnk-file-status
                   move "UPDCNTRY" to am-msg-id
                   move "Unable to update &1 - unknown country"
                       to am-text
                   move f-code to am-arg-1
                   perform put-lnk-message
                   perform release-airport-lock
               else
               move 0 to closure-unconfirmed
               if ap-status of lnk-rec = "C" and not f-closed
                   perform confirm-closure-dependants
               end-if
               if closure-unconfirmed = 1
                   perform release-airport-lock
               else
               perform grade-update-for-approval
               if hold-required = 1
                   perform hold-master-change
                   perform release-airport-lock
               else
               move f-rec to aud-old-rec
               rewrite f-rec
                   invalid key
                       move file-status to lnk-file-status
                       move "UPDFAIL" to am-msg-id
                       move "Unable to update &1" to am-text
                       move f-code to am-arg-1
                       perform put-lnk-message
                       perform release-airport-lock
                   not invalid key
                       move file-status to lnk-file-status
                       move "UPDOK" to am-msg-id
                       move "Updated airport &1" to am-text
                       move f-code to am-arg-1
                       perform put-lnk-message
                       move "8" to aud-function
                       move f-code to aud-code
                       move f-rec to aud-new-rec
               end-rewrite
               end-if
               end-if
               end-if
               end-if
           else
               move "APNOTFND" to am-msg-id
               move "Airport &1 not found" to am-text
               move lnk-airport1 to am-arg-1
               perform put-lnk-message
               perform release-airport-lock
           end-if
           perform log-maintenance-query
       .

       confirm-closure-dependants section.
       *> closing an airport strands whatever still names it, so the
       *> counts go back to the caller every time and the closure
       *> itself waits for the caller's explicit confirm
           move 0 to closure-unconfirmed
           move f-code to dependant-code
           perform count-airport-dependants
           if not dependants-confirmed
               move 1 to closure-unconfirmed
               move "92" to lnk-file-status
               move "CLSCONF" to am-msg-id
               move "Close needs confirm - &1 live routes" to am-text
               move dnt-live-routes to am-arg-1
               perform put-lnk-message
           end-if
       .

       delete-airport-record section.
       *> removes an airport that is no longer valid; held under the
       *> same find-airport-for-update lock as an update, so it can't
       *> race a second terminal's rewrite of the same record.
           move lnk-airport1 to airport
           perform find-airport-for-update
           if airport-found = 1
               perform block-if-live-routes
               if dnt-live-routes > 0
                   perform release-airport-lock
                   perform log-maintenance-query
                   exit section
               end-if
           end-if
           if airport-found = 1 and tun-dual-control = "Y"
               move "D" to hold-reason
               move 0 to hold-move-km
               perform hold-master-change
               perform release-airport-lock
           else
           if airport-found = 1
               move f-rec to aud-old-rec
               move f-code to aud-code
               delete airfile record
                   invalid key
                       move file-status to lnk-file-status
                       move "DELFAIL" to am-msg-id
                       move "Unable to delete &1" to am-text
                       move f-code to am-arg-1
                       perform put-lnk-message
                       perform release-airport-lock
                   not invalid key
                       move file-status to lnk-file-status
                       move "DELOK" to am-msg-id
                       move "Deleted airport &1" to am-text
                       move f-code to am-arg-1
                       perform put-lnk-message
                       move "9" to aud-function
                       initialize aud-new-rec
                       perform write-audit-record
                       move aud-code to purge-code
                       perform purge-distance-cache
               end-delete
           else
               move "APNOTFND" to am-msg-id
               move "Airport &1 not found" to am-text
               move lnk-airport1 to am-arg-1
               perform put-lnk-message
               perform release-airport-lock
           end-if
           end-if
           perform log-maintenance-query
       .

       grade-update-for-approval section.
       *> under dual control a closure, or a move of the reference
       *> point by more than the site's distance, waits for a second
       *> operator; f-rec is the record as it stands, lnk-rec the
       *> change
           move 0 to hold-required
           if tun-dual-control not = "Y"
               exit section
           end-if
           if ap-status of lnk-rec = "C" and not f-closed
               move 1 to hold-required
               move "C" to hold-reason
               move 0 to hold-move-km
               exit section
           end-if
           if ap-latitude of lnk-rec = f-latitude
                   and ap-longitude of lnk-rec = f-longitude
               exit section
           end-if
           move f-rec to a1-rec
           move lnk-rec to a2-rec
           perform calculate-airport-distance
           if distance > tun-dual-move-km
               move 1 to hold-required
               move "M" to hold-reason
               if distance > 99999
                   move 99999 to hold-move-km
               else
                   compute hold-move-km rounded = distance
               end-if
           end-if
       .

       hold-master-change section.
       *> the change goes onto the approval queue instead of the
       *> master, with the record as it stands beside it; nothing
       *> is audited until a second operator approves it
           if hold-file-available = 0
               move "92" to lnk-file-status
               move "APPRNOQ" to am-msg-id
               move "Approval queue not available" to am-text
               perform put-lnk-message
               exit section
           end-if
           perform find-next-hold-seq
           initialize ah-rec
           move hold-next-seq to ah-seq
           move function current-date to hold-stamp
           move hold-stamp(1:14) to ah-held-stamp
           move lnk-function to ah-function
           move f-code to ah-code
           move hold-reason to ah-reason
           move hold-move-km to ah-move-km
           move lnk-operator-id to ah-maker
           move au-auth-level to ah-maker-level
           if ah-maker-level = space
               move "M" to ah-maker-level
           end-if
           set ah-awaiting to true
           move f-rec to ah-old-rec
           if update-airport
               move lnk-rec to ah-new-rec
           end-if
           write ah-rec
               invalid key
                   move airhold-status to lnk-file-status
                   move "HOLDFAIL" to am-msg-id
                   move "Unable to hold change to &1" to am-text
                   move f-code to am-arg-1
                   perform put-lnk-message
               not invalid key
                   move "00" to lnk-file-status
                   move ah-seq to hold-seq-edit
                   move "HOLDOK" to am-msg-id
                   move "&1 held for approval - item &2" to am-text
                   move f-code to am-arg-1
                   move hold-seq-edit to am-arg-2
                   perform put-lnk-message
           end-write
       .

       find-next-hold-seq section.
       *> one past the highest item on file; the queue stays small
       *> once the nightly aging has run, so a straight scan is fine
           move 1 to hold-next-seq
           move 0 to ah-seq
           start airhold-file key >= ah-seq
               invalid key
                   continue
               not invalid key
                   read airhold-file next record
                   perform until airhold-status not = "00"
                       compute hold-next-seq = ah-seq + 1
                       read airhold-file next record
                           at end
                               move "10" to airhold-status
                       end-read
                   end-perform
           end-start
       .

       decide-held-change section.
       *> a second operator approves or rejects one held item: never
       *> the maker, and never at a lower level than the maker held
           if hold-file-available = 0
               move "92" to lnk-file-status
               move "APPRNOQ" to am-msg-id
               move "Approval queue not available" to am-text
               perform put-lnk-message
               exit section
           end-if
           if appr-decision = "B"
               perform browse-held-changes
               exit section
           end-if
           move au-auth-level to checker-level
           if checker-level = space
               move "M" to checker-level
           end-if
           move appr-seq to ah-seq
           move appr-seq to hold-seq-edit
           read airhold-file
               invalid key
                   move "23" to lnk-file-status
                   move "APPRNF" to am-msg-id
                   move "Approval item &1 not found" to am-text
                   move hold-seq-edit to am-arg-1
                   perform put-lnk-message
                   exit section
           end-read
           if not ah-awaiting
               move "92" to lnk-file-status
               move "APPRDONE" to am-msg-id
               move "Item &1 already decided" to am-text
               move hold-seq-edit to am-arg-1
               perform put-lnk-message
               exit section
           end-if
           if lnk-operator-id = ah-maker
               move "91" to lnk-file-status
               move "APPROWN" to am-msg-id
               move "Maker cannot approve own change" to am-text
               perform put-lnk-message
               exit section
           end-if
           move ah-maker-level to level-to-rank
           perform rank-operator-level
           move level-rank to maker-rank
           move checker-level to level-to-rank
           perform rank-operator-level
           if level-rank < maker-rank
               move "91" to lnk-file-status
               move "APPRLVL" to am-msg-id
               move "Approver level below the maker's" to am-text
               perform put-lnk-message
               exit section
           end-if
           evaluate appr-decision
               when "A"
                   perform apply-held-change
               when "R"
                   perform reject-held-change
               when other
                   move "92" to lnk-file-status
                   move "APPRDEC" to am-msg-id
                   move "Decision must be A or R" to am-text
                   perform put-lnk-message
           end-evaluate
       .

       browse-held-changes section.
       *> the next item still awaiting a decision after appr-seq
           move appr-seq to ah-seq
           move spaces to appr-item
           start airhold-file key > ah-seq
               invalid key
                   move "10" to airhold-status
               not invalid key
                   move "00" to airhold-status
           end-start
           perform until airhold-status not = "00"
               read airhold-file next record
                   at end
                       move "10" to airhold-status
                   not at end
                       if ah-awaiting
                           move ah-seq to appr-seq
                           move ah-rec to appr-item
                           move "00" to lnk-file-status
                           exit section
                       end-if
               end-read
           end-perform
           move "23" to lnk-file-status
           move "APPRNONE" to am-msg-id
           move "No more items awaiting approval" to am-text
           perform put-lnk-message
       .

       rank-operator-level section.
           evaluate level-to-rank
               when "A"
                   move 3 to level-rank
               when "M"
                   move 2 to level-rank
               when other
                   move 1 to level-rank
           end-evaluate
       .

       apply-held-change section.
       *> the held change goes through exactly as the maker keyed
       *> it, provided the master still reads as it did when held;
       *> the audit record names the maker as operator and this
       *> operator as approver
           move ah-code to airport
           perform find-airport-for-update
           if airport-found = 0
               move "23" to lnk-file-status
               move "APPRGONE" to am-msg-id
               move "Airport &1 no longer on file - reject it"
                   to am-text
               move ah-code to am-arg-1
               perform put-lnk-message
               perform release-airport-lock
               exit section
           end-if
           if f-rec not = ah-old-rec
               move "92" to lnk-file-status
               move "APPRCHG" to am-msg-id
               move "Airport changed since held - reject it" to am-text
               perform put-lnk-message
               perform release-airport-lock
               exit section
           end-if
      *> a route added since the delete was held blocks it here just
      *> as it would have at the terminal
           if ah-function = "9"
               perform block-if-live-routes
               if dnt-live-routes > 0
                   perform release-airport-lock
                   exit section
               end-if
           end-if
           move f-rec to aud-old-rec
           move f-code to aud-code
           move ah-maker to audit-maker
           if ah-function = "9"
               delete airfile record
                   invalid key
                       move file-status to lnk-file-status
                   not invalid key
                       move file-status to lnk-file-status
                       move "9" to aud-function
                       initialize aud-new-rec
                       perform write-audit-record
               end-delete
           else
               move ah-new-rec to f-rec
               rewrite f-rec
                   invalid key
                       move file-status to lnk-file-status
                   not invalid key
                       move file-status to lnk-file-status
                       move "8" to aud-function
                       move f-rec to aud-new-rec
                       perform write-audit-record
               end-rewrite
           end-if
           move spaces to audit-maker
           perform release-airport-lock
           if lnk-file-status not = "00"
               move "APPRFAIL" to am-msg-id
               move "Unable to apply item &1" to am-text
               move hold-seq-edit to am-arg-1
               perform put-lnk-message
               exit section
           end-if
           move ah-code to purge-code
           perform purge-distance-cache
           perform record-held-decision
           set ah-approved to true
           rewrite ah-rec
               invalid key
                   move airhold-status to lnk-file-status
           end-rewrite
      *> the master is already changed; the queue item stays
      *> pending on file, and the approver is told
           if airhold-status not = "00"
               move airhold-status to lnk-file-status
               move "APPRQUE" to am-msg-id
               move "Item &1 applied - queue not updated" to am-text
               move hold-seq-edit to am-arg-1
               perform put-lnk-message
               exit section
           end-if
           if ah-function = "9"
               move "APPRDEL" to am-msg-id
               move "Item &1 approved - &2 deleted" to am-text
           else
               move "APPRUPD" to am-msg-id
               move "Item &1 approved - &2 updated" to am-text
           end-if
           move hold-seq-edit to am-arg-1
           move ah-code to am-arg-2
           perform put-lnk-message
       .

       reject-held-change section.
           perform record-held-decision
           set ah-rejected to true
           rewrite ah-rec
               invalid key
                   move airhold-status to lnk-file-status
               not invalid key
                   move "00" to lnk-file-status
           end-rewrite
           move "APPRREJ" to am-msg-id
           move "Item &1 rejected - nothing applied" to am-text
           move hold-seq-edit to am-arg-1
           perform put-lnk-message
       .

       record-held-decision section.
           move lnk-operator-id to ah-checker
           move function current-date to hold-stamp
           move hold-stamp(1:14) to ah-decided-stamp
       .

       log-maintenance-query section.
           move short-leg-threshold-km to tun-short-leg-km
           move maxtoreturn to tun-max-return
           move 5 to tun-nearest-limit
           move 500 to tun-wx-min-ceiling
           move 1500 to tun-wx-min-vis
           move 180 to tun-wx-max-age
           move co2-kg-per-litre to tun-co2-factor
           move "N" to tun-dual-control
           move 5 to tun-dual-move-km
           move default-mtow-tonnes to tun-default-mtow
           move default-tanker-pct to tun-tanker-pct
           move 1 to site-tunables-seeded
       .

                           or tun-nearest-limit = 0
                       move 5 to tun-nearest-limit
                   end-if
               when "WX-MIN-CEILING-FT"
                   compute tun-wx-min-ceiling =
                       function numval(siteparam-value)
               when "WX-MIN-VIS-M"
                   compute tun-wx-min-vis =
                       function numval(siteparam-value)
               when "WX-MAX-AGE-MINS"
                   compute tun-wx-max-age =
                       function numval(siteparam-value)
               when "CO2-KG-PER-LITRE"
                   compute tun-co2-factor =
                       function numval(siteparam-value)
               when "DUAL-CONTROL"
                   move function upper-case(siteparam-value(1:1))
                       to tun-dual-control
               when "DUAL-MOVE-KM"
                   compute tun-dual-move-km =
                       function numval(siteparam-value)
               when "DEFAULT-MTOW-TONNES"
                   compute tun-default-mtow =
                       function numval(siteparam-value)
               when "TANKER-BURN-PCT"
                   compute tun-tanker-pct =
                       function numval(siteparam-value)
               when other
                   continue
           end-evaluate
           if master-readonly = 1
               open input airfile
               move 1 to airfile-input-only
           else
               open i-o airfile
               move 0 to airfile-input-only
           perform open-query-history
           perform open-audit-log
           perform open-authority-file
           perform open-approval-queue
           perform open-airline-file
           perform open-preference-file
           if airfile-input-only = 1
               move "MSTRRO" to am-msg-id
               move "Master under maintenance - lookups only" to am-text
               perform put-lnk-message
           end-if
           perform open-distance-cache
           perform open-country-file
           perform open-metro-file
           perform open-city-centres
           perform open-code-history
           perform open-alternates-file
           perform open-band-index
           perform open-facilities-file
           perform open-runway-file
           perform open-restrictions-file
           perform open-flight-instances
           perform open-fx-rates
           perform open-route-winds
           perform open-fare-file
           perform open-weather-file
           perform open-fir-table
           perform open-pending-changes
           perform open-watch-lists
           perform open-annotations
       .

       close-airfile section.
           perform close-query-history
           perform close-audit-log
           perform close-authority-file
           perform close-approval-queue
           perform close-airline-file
           perform close-preference-file
           perform close-distance-cache
           perform close-country-file
           perform close-metro-file
           perform close-city-centres
           perform close-code-history
           perform close-alternates-file
           perform close-band-index
           perform close-facilities-file
           perform close-runway-file
           perform close-restrictions-file
           perform close-flight-instances
           perform close-fx-rates
           perform close-route-winds
           perform close-fare-file
           perform close-fir-table
           perform close-weather-file
           perform close-pending-changes
           perform close-watch-lists
           perform close-annotations
       .

       open-distance-cache section.
           end-if
       .

       open-city-centres section.
       *> the city-centre reference points; without them the details
       *> answer carries no centre distance and metro groups list
       *> in group order, exactly as before.
           display aircity-dat upon environment-name
           accept aircity-file-name from environment-value
           open input aircity-file
           if aircity-status = "00"
               move 1 to city-file-available
           end-if
       .

       close-city-centres section.
           if city-file-available = 1
               close aircity-file
               move 0 to city-file-available
           end-if
       .

       close-metro-file section.
           if metro-file-available = 1
               close airmetro-file

       build-reassigned-notice section.
           move spaces to lnk-message
           move "CODEREAS" to am-msg-id
           move "Code &1 reassigned to &2 on &3" to am-text
           move ch-old-code to am-arg-1
           move ch-new-code to am-arg-2
           move ch-eff-date to am-arg-3
           perform put-lnk-message
       .

       collect-metro-members section.

       list-metro-members section.
       *> the group's members as a pick list in lnk-matched-codes,
       *> each with its name off the master record - nearest the
       *> group's city centre first, with the distance, when the
       *> centre is on the city reference file.
           move spaces to lnk-matched-codes-array
           move 0 to mr-count metro-ranked
           perform varying metro-idx from 1 by 1
                   until metro-idx > metro-member-count
               move metro-members(metro-idx) to airport
               perform find-airport
               if airport-found = 1
                   add 1 to mr-count
                   move f-code to mr-code(mr-count)
                   move f-name to mr-name(mr-count)
                   move function upper-case(f-city)
                       to mr-city(mr-count)
                   move function upper-case(f-country)
                       to mr-country(mr-count)
                   move f-geo to mr-geo(mr-count)
                   move 0 to mr-km(mr-count)
               end-if
           end-perform
           if city-file-available = 1 and mr-count > 0
               perform rank-metro-by-city-centre
           end-if
           move 0 to idx
           perform varying mr-idx from 1 by 1
                   until mr-idx > mr-count
                      or idx >= tun-max-return
               add 1 to idx
               if metro-ranked = 1
                   compute metro-edit-km rounded = mr-km(mr-idx)
                   string mr-code(mr-idx) delimited by space
                          " - " delimited by size
                          mr-name(mr-idx)(1:18) delimited by size
                          " " delimited by size
                          metro-edit-km delimited by size
                          "km" delimited by size
                          into lnk-matched-codes(idx)
               else
                   string mr-code(mr-idx) delimited by space
                          " - " delimited by size
                          mr-name(mr-idx) delimited by size
                          into lnk-matched-codes(idx)
               end-if
           end-perform
       .

       rank-metro-by-city-centre section.
       *> the group's city is the one most of its members are filed
       *> under (the first such on a tie); with no centre on file
       *> for it the members keep their group order
           move 0 to mr-best-votes mr-best
           perform varying mr-idx from 1 by 1 until mr-idx > mr-count
               move 0 to mr-votes
               perform varying mr-idx2 from 1 by 1
                       until mr-idx2 > mr-count
                   if mr-city(mr-idx2) = mr-city(mr-idx)
                           and mr-country(mr-idx2) = mr-country(mr-idx)
                       add 1 to mr-votes
                   end-if
               end-perform
               if mr-votes > mr-best-votes
                   move mr-votes to mr-best-votes
                   move mr-idx to mr-best
               end-if
           end-perform
           move mr-city(mr-best) to cy-city
           move mr-country(mr-best) to cy-country
           read aircity-file
               invalid key
                   exit section
           end-read
           perform varying mr-idx from 1 by 1 until mr-idx > mr-count
               move mr-geo(mr-idx) to city-from-geo
               perform city-centre-distance
               move city-km to mr-km(mr-idx)
           end-perform
      *> nearest first; twenty members at most, so a plain exchange
      *> sort does
           perform varying mr-idx from 1 by 1 until mr-idx >= mr-count
               perform varying mr-idx2 from mr-idx by 1
                       until mr-idx2 > mr-count
                   if mr-km(mr-idx2) < mr-km(mr-idx)
                       move mr-entry(mr-idx) to mr-hold
                       move mr-entry(mr-idx2) to mr-entry(mr-idx)
                       move mr-hold to mr-entry(mr-idx2)
                   end-if
               end-perform
           end-perform
           move 1 to metro-ranked
       .

       fetch-city-distance section.
       *> how far the airport in f-rec sits from the centre of the
       *> city it is filed under
           initialize lnk-city-centre
           if city-file-available = 0
               exit section
           end-if
           move "N" to cc-found
           move function upper-case(f-city) to cy-city
           move function upper-case(f-country) to cy-country
           read aircity-file
               invalid key
                   exit section
           end-read
           move f-geo to city-from-geo
           perform city-centre-distance
           compute cc-km rounded = city-km
           compute cc-miles rounded = city-km / km-per-mile
           move "Y" to cc-found
       .

       city-centre-distance section.
       *> great-circle km from the position in city-from-geo to the
       *> centre in cy-rec, by the same conversion and spherical
       *> law of cosines as calculate-airport-distance
           move city-from-latitude to file-angle
           perform convert-angle
           move out-angle to city-lat1
           move city-from-longitude to file-angle
           perform convert-angle
           move out-angle to city-long1
           move cy-latitude to file-angle
           perform convert-angle
           move out-angle to city-lat2
           move cy-longitude to file-angle
           perform convert-angle
           move out-angle to city-long2
           compute city-cosine =
               function sin(city-lat1) * function sin(city-lat2)
                   + function cos(city-lat1) * function cos(city-lat2)
                     * function cos(city-long2 - city-long1)
           if city-cosine > 1
               move 1 to city-cosine
           end-if
           if city-cosine < -1
               move -1 to city-cosine
           end-if
           compute city-km =
               function acos(city-cosine) * radius-of-earth
       .

       validate-country-value section.
       *> the entered country has to match a name on the reference
       *> table before it can be stored.
               invalid key
                   move "K" to lnk-preferred-unit
                   move spaces to active-report-currency
                   move spaces to active-language
               not invalid key
                   move pf-preferred-unit to lnk-preferred-unit
                   move pf-report-currency
                       to active-report-currency
                   move pf-language to active-language
           end-read
           move active-report-currency to lnk-report-currency
           move active-language to lnk-language
       .

       close-preference-file section.
           close airpref-file
       .

       open-approval-queue section.
       *> optional: with no queue configured dual control cannot
       *> hold anything, and a held-type change is refused rather
       *> than applied unseen
           display airhold-dat upon environment-name
           accept airhold-file-name from environment-value
           move 0 to hold-file-available
           if airhold-file-name = spaces
               exit section
           end-if
           open i-o airhold-file
           if airhold-status = "35"
               open output airhold-file
               close airhold-file
               open i-o airhold-file
           end-if
           if airhold-status = "00"
               move 1 to hold-file-available
           end-if
       .

       close-approval-queue section.
           if hold-file-available = 1
               close airhold-file
               move 0 to hold-file-available
           end-if
       .

       open-authority-file section.
       *> i-o since the operator-administration functions maintain
       *> authority rows through this same handle; a missing file is
       *> honoured at maintain level when its can-maintain flag says
       *> "Y", so nobody's existing authority changes under them.
           move 0 to operator-authorized
           move 0 to scope-refused
           move lnk-operator-id to au-operator-id
           perform read-operator-authority
           if authority-row-found = 1
               perform grade-operator-level
           end-if
           if operator-authorized = 1
               perform check-operator-scope
           end-if
       .

       read-operator-authority section.
       *> the operator's row as it stands today: a temporary grant
       *> whose valid-until date has passed is taken at the level it
       *> drops back to, or as no row at all when it drops to none,
       *> from the moment it lapses - not only once the nightly
       *> airgexp run has put the row itself back
           move 0 to authority-row-found
           read airauth-file
               invalid key
                   exit section
           end-read
           move 1 to authority-row-found
           if au-valid-until = spaces or au-valid-until not numeric
               exit section
           end-if
           move function current-date to grant-now-stamp
           move grant-now-stamp(1:8) to grant-today
           if au-valid-until >= grant-today
               exit section
           end-if
           if au-normal-level = space
               move 0 to authority-row-found
           else
               move au-normal-level to au-auth-level
               if au-normal-level = "M"
                   move "Y" to au-can-maintain
               else
                   move "N" to au-can-maintain
               end-if
           end-if
       .

       check-operator-scope section.
       *> a graded operator is further held to the regions and
       *> countries on their scope list (see airscop): an add on
       *> the new record's country; an update on both the record as
       *> it stands and the country it is changing to; a delete or a
       *> merge on the record as it stands; an approval on both
       *> images of the held item. An empty list is unrestricted. A
       *> target not on file is left for the function itself to
       *> report.
           if au-scope-kind(1) = space
               exit section
           end-if
           evaluate true
               when add-airport
                   move ap-country of lnk-rec to scope-country
                   perform check-scope-country
               when update-airport
                   perform read-scope-target
                   perform check-scope-country
                   move ap-country of lnk-rec to scope-country
                   perform check-scope-country
               when delete-airport or merge-recode
                   perform read-scope-target
                   perform check-scope-country
               when approve-change
                   if hold-file-available = 1
                           and (appr-decision = "A"
                                or appr-decision = "R")
                       move appr-seq to ah-seq
                       read airhold-file
                           invalid key
                               continue
                           not invalid key
                               move aho-country to scope-country
                               perform check-scope-country
                               move ahn-country to scope-country
                               perform check-scope-country
                       end-read
                   end-if
           end-evaluate
           if scope-refused = 1
               move 0 to operator-authorized
           end-if
       .

       read-scope-target section.
       *> the record the change names, by code or ICAO as
       *> find-airport-for-update resolves it, read without a lock
           move spaces to scope-country
           move function upper-case(lnk-airport1) to f-code
           read airfile key is f-code
               invalid key
                   move function upper-case(lnk-airport1) to f-icao
                   read airfile key is f-icao
                       invalid key
                           continue
                       not invalid key
                           move f-country to scope-country
                   end-read
               not invalid key
                   move f-country to scope-country
           end-read
       .

       check-scope-country section.
           if scope-refused = 1 or scope-country = spaces
               exit section
           end-if
           move "C" to sc-request
           move au-scope-list to sc-scope-list
           move scope-country to sc-country
           call "airscop" using sc-scope-area
           if sc-out-of-scope
               move 1 to scope-refused
           end-if
       .

       grade-operator-level section.
           evaluate true
               when set-authority or get-authority
                       or merge-recode or reverse-change
                   if au-level-admin
                       move 1 to operator-authorized
                   end-if
                   and lnk-target-level not = "A"
                   and lnk-target-level not = space
               move "92" to lnk-file-status
               move "AUTHLVL" to am-msg-id
               move "Authority level must be L, M or A" to am-text
               perform put-lnk-message
           else
           perform check-target-grant
           if lnk-file-status = "92"
               continue
           else
           perform parse-target-scope
           if sc-scope-error
               move "92" to lnk-file-status
               perform put-scope-error
           else
           move function upper-case(lnk-target-operator)
               to au-operator-id
           move spaces to admin-old-level
           move spaces to admin-old-scope
           move spaces to admin-old-grant
           read airauth-file
               invalid key
                   if lnk-target-level = space
                       move "23" to lnk-file-status
                       move "AUTHNREV" to am-msg-id
                       move "No authority row to revoke" to am-text
                       perform put-lnk-message
                   else
                       perform grant-new-authority-row
                   end-if
                   if admin-old-level = space and au-authorized
                       move "M" to admin-old-level
                   end-if
                   perform format-authority-scope
                   move sc-scope-text to admin-old-scope
                   perform format-authority-grant
                   move admin-new-grant to admin-old-grant
                   if lnk-target-level = space
                       perform revoke-authority-row
                   else
                   end-if
           end-read
           end-if
           end-if
           end-if
       .

       check-target-grant section.
       *> a temporary grant has to run to today or later and drop
       *> back to a level below the one granted (none at all below
       *> L); a standing grant has nothing to drop back to
           move spaces to lnk-file-status
           if lnk-target-level = space
                   or tg-valid-until of lnk-target-grant = spaces
               move space to tg-normal-level of lnk-target-grant
               exit section
           end-if
           move function current-date to grant-now-stamp
           move grant-now-stamp(1:8) to grant-today
           if tg-valid-until of lnk-target-grant not numeric
                   or tg-valid-until of lnk-target-grant < grant-today
               move "92" to lnk-file-status
               move "AUTHUNTL" to am-msg-id
               move "Valid until must be a date from today on"
                   to am-text
               perform put-lnk-message
               exit section
           end-if
           move function upper-case(tg-normal-level of
               lnk-target-grant) to tg-normal-level of lnk-target-grant
           evaluate true
               when tg-normal-level of lnk-target-grant = space
                   continue
               when tg-normal-level of lnk-target-grant = "L"
                       and lnk-target-level not = "L"
                   continue
               when tg-normal-level of lnk-target-grant = "M"
                       and lnk-target-level = "A"
                   continue
               when other
                   move "92" to lnk-file-status
                   move "AUTHNORM" to am-msg-id
                   move "Reverts-to level must be below level &1"
                       to am-text
                   move lnk-target-level to am-arg-1
                   perform put-lnk-message
           end-evaluate
       .

       format-authority-grant section.
       *> the grant's expiry as the audit images carry it
           move spaces to admin-new-grant
           if au-valid-until not = spaces
               move "NONE" to admin-grant-then
               if au-normal-level not = space
                   move au-normal-level to admin-grant-then
               end-if
               string "UNTIL " delimited by size
                      au-valid-until delimited by size
                      " THEN " delimited by size
                      admin-grant-then delimited by space
                      into admin-new-grant
           end-if
       .

       parse-target-scope section.
       *> a scope keyed with the level replaces the operator's list
       *> (ALL clears it); left blank, a regrade keeps the list the
       *> operator already has and a grant starts unrestricted
           move 0 to admin-scope-given
           set sc-in-scope to true
           if lnk-target-level = space or lnk-target-scope = spaces
               exit section
           end-if
           move "P" to sc-request
           move lnk-target-scope to sc-scope-text
           call "airscop" using sc-scope-area
           if not sc-scope-error
               move 1 to admin-scope-given
               move sc-scope-list to admin-scope-list
           end-if
       .

       format-authority-scope section.
           move "F" to sc-request
           move au-scope-list to sc-scope-list
           call "airscop" using sc-scope-area
       .

       grant-new-authority-row section.
           move function upper-case(lnk-target-operator)
               to au-operator-id
           move lnk-target-level to au-auth-level
           if admin-scope-given = 1
               move admin-scope-list to au-scope-list
           end-if
           perform set-can-maintain-flag
           perform set-grant-expiry
           write au-rec
           move airauth-status to lnk-file-status
           if airauth-status = "00"
               if au-valid-until = spaces
                   move "AUTHGRNT" to am-msg-id
                   move "Granted &1 level &2" to am-text
               else
                   move "AUTHGRTT" to am-msg-id
                   move "Granted &1 level &2 until &3" to am-text
                   move au-valid-until to am-arg-3
               end-if
               move au-operator-id to am-arg-1
               move lnk-target-level to am-arg-2
               perform put-lnk-message
               perform write-authority-audit
           end-if
       .

       regrade-authority-row section.
           move lnk-target-level to au-auth-level
           if admin-scope-given = 1
               move admin-scope-list to au-scope-list
           end-if
           perform set-can-maintain-flag
           perform set-grant-expiry
           rewrite au-rec
           move airauth-status to lnk-file-status
           if airauth-status = "00"
               if au-valid-until = spaces
                   move "AUTHSET" to am-msg-id
                   move "Set &1 level &2" to am-text
               else
                   move "AUTHSETT" to am-msg-id
                   move "Set &1 level &2 until &3" to am-text
                   move au-valid-until to am-arg-3
               end-if
               move au-operator-id to am-arg-1
               move lnk-target-level to am-arg-2
               perform put-lnk-message
               perform write-authority-audit
           end-if
       .
           delete airauth-file record
           move airauth-status to lnk-file-status
           if airauth-status = "00"
               move "AUTHREVK" to am-msg-id
               move "Revoked &1" to am-text
               move au-operator-id to am-arg-1
               perform put-lnk-message
               perform write-authority-audit
           end-if
       .

       set-grant-expiry section.
      *> a grant or regrade keyed without a date is a standing one,
      *> and clears any expiry the row carried before
           move tg-valid-until of lnk-target-grant to au-valid-until
           move tg-normal-level of lnk-target-grant to au-normal-level
           move function upper-case(lnk-operator-id) to au-granted-by
       .

       set-can-maintain-flag section.
       *> the old blanket flag is kept in step with the graded level
       *> so anything still testing can-maintain sees the same answer
                  " LEVEL " delimited by size
                  admin-old-level delimited by size
                  into audold-name
      *> the data scope either side of the change rides in the
      *> images' city and country fields, read as one 50-byte run
           move admin-old-scope(1:30) to audold-city
           move admin-old-scope(31:20) to audold-country
      *> and a temporary grant's expiry in the first local-name slot
           move admin-old-grant to audold-local-name(1)
           if lnk-target-level = space
               string "AUTHORITY " delimited by size
                      au-operator-id delimited by space
                      " LEVEL " delimited by size
                      lnk-target-level delimited by size
                      into audnew-name
               perform format-authority-scope
               move sc-scope-text(1:30) to audnew-city
               move sc-scope-text(31:20) to audnew-country
               perform format-authority-grant
               move admin-new-grant to audnew-local-name(1)
           end-if
           perform write-audit-record
       .
           read airauth-file
               invalid key
                   move space to lnk-target-level
                   move spaces to lnk-target-scope
                   move spaces to lnk-target-grant
                   move "23" to lnk-file-status
                   move "AUTHNONE" to am-msg-id
                   move "No authority row on file" to am-text
                   perform put-lnk-message
               not invalid key
                   move au-auth-level to lnk-target-level
                   if lnk-target-level = space and au-authorized
                       move "M" to lnk-target-level
                   end-if
                   perform format-authority-scope
                   move sc-scope-text to lnk-target-scope
                   move au-valid-until to tg-valid-until of
                       lnk-target-grant
                   move au-normal-level to tg-normal-level of
                       lnk-target-grant
                   move "00" to lnk-file-status
                   if au-valid-until = spaces
                       move "AUTHHOLD" to am-msg-id
                       move "&1 holds level &2" to am-text
                   else
                       move "AUTHHLDT" to am-msg-id
                       move "&1 holds level &2 until &3, then &4"
                           to am-text
                       move au-valid-until to am-arg-3
                       move "none" to am-arg-4
                       if au-normal-level not = space
                           move au-normal-level to am-arg-4
                       end-if
                   end-if
                   move au-operator-id to am-arg-1
                   move lnk-target-level to am-arg-2
                   perform put-lnk-message
           end-read
       .

           if merge-old-code = spaces or merge-new-code = spaces
                   or merge-old-code = merge-new-code
               move "92" to lnk-file-status
               move "RCDSAME" to am-msg-id
               move "Old and new codes must differ" to am-text
               perform put-lnk-message
           else
               perform execute-merge-recode
           end-if
               not invalid key
                   move 0 to merge-ok
                   move "22" to lnk-file-status
                   move "RCDNEWON" to am-msg-id
                   move "New code already on file" to am-text
                   perform put-lnk-message
           end-read
           if merge-ok = 1
      *> the old record is held under the same lock every other
               if airport-found = 0
                   move 0 to merge-ok
                   move "23" to lnk-file-status
                   move "RCDOLDNF" to am-msg-id
                   move "Old code not on file" to am-text
                   perform put-lnk-message
               else
                   move f-code to merge-old-code
                   move f-rec to merge-old-image
                   invalid key
                       move 0 to merge-ok
                       move file-status to lnk-file-status
                       move "RCDWFAIL" to am-msg-id
                       move "Unable to write new code" to am-text
                       perform put-lnk-message
                       perform release-airport-lock
               end-write
           end-if
      *> a failed rekey write put the original route back under the
      *> retired code; those survivors surface on the airxchk
      *> orphan audit and the next weekly route load
                       move "RCDKEPT" to am-msg-id
                       move "Recoded &1 - &2 routes kept the old code"
                           to am-text
                       move merge-old-code to am-arg-1
                       move routes-rekey-failed to am-arg-2
                       perform put-lnk-message
                   when merge-route-overflow = 1
      *> over a hundred routes on one airport exceeds the rekey
      *> table; the leftovers surface on the airxchk orphan audit
      *> and the next weekly route load straightens them out
                       move "RCDPART" to am-msg-id
                       move "Recoded &1 - some routes not rekeyed"
                           to am-text
                       move merge-old-code to am-arg-1
                       perform put-lnk-message
                   when other
                       move "RCDOK" to am-msg-id
                       move "Recoded &1 to &2 - routes rekeyed &3"
                           to am-text
                       move merge-old-code to am-arg-1
                       move merge-new-code to am-arg-2
                       move routes-rekeyed to am-arg-3
                       perform put-lnk-message
               end-evaluate
           end-if
       .
           perform write-audit-record
       .

       reverse-audit-entry section.
       *> supervised undo of one add, update or delete: the entry's
       *> before-image goes back through the ordinary maintenance
       *> path, so the lock, the validation, dual control and a
       *> fresh audit record all apply - an add is deleted again, an
       *> update rewritten to its before-image and a delete
       *> restored. Refused while anything has touched the airport
       *> since, the entries in the way going back to the caller.
           move 0 to rvs-conflict-count
           move spaces to rvs-entry-function rvs-entry-code
           if rvs-audit-seq not numeric or rvs-audit-seq = 0
               move "92" to lnk-file-status
               move "RVSSEQ" to am-msg-id
               move "Audit sequence number required" to am-text
               perform put-lnk-message
               perform log-maintenance-query
               exit section
           end-if
           perform scan-audit-for-reversal
           if reversal-found = 0
               move "23" to lnk-file-status
               move "RVSNF" to am-msg-id
               move "Audit entry not found" to am-text
               perform put-lnk-message
               perform log-maintenance-query
               exit section
           end-if
           if rvs-entry-function not = "7"
                   and rvs-entry-function not = "8"
                   and rvs-entry-function not = "9"
               move "92" to lnk-file-status
               move "RVSFUNC" to am-msg-id
               move "Only add/update/delete entries reverse" to am-text
               perform put-lnk-message
               perform log-maintenance-query
               exit section
           end-if
           if rvs-conflict-count > 0
               move rvs-conflict-count to reversal-count-edit
               move "92" to lnk-file-status
               move "RVSLATER" to am-msg-id
               move "Changed since - &1 later entries" to am-text
               move reversal-count-edit to am-arg-1
               perform put-lnk-message
               perform log-maintenance-query
               exit section
           end-if
           perform check-master-matches-entry
           if reversal-found = 0
               move "92" to lnk-file-status
               move "RVSMSTR" to am-msg-id
               move "Master no longer matches the entry" to am-text
               perform put-lnk-message
               perform log-maintenance-query
               exit section
           end-if

           move rvs-entry-code to lnk-airport1
           evaluate rvs-entry-function
               when "7"
                   set delete-airport to true
               when "8"
                   move reversal-old-image to lnk-rec
      *> putting a closure back is the confirm in itself
                   move "Y" to dnt-confirm
                   set update-airport to true
               when "9"
                   move reversal-old-image to lnk-rec
                   set add-airport to true
           end-evaluate
      *> graded again under the function actually applied, so the
      *> operator's data scope is held to the airport concerned
           perform check-operator-authorized
           if operator-authorized = 0
               perform reject-unauthorized
           else
               evaluate rvs-entry-function
                   when "7"
                       perform delete-airport-record
                   when "8"
                       perform update-airport-record
                   when "9"
                       perform add-airport-record
               end-evaluate
           end-if
           set reverse-change to true
       .

       scan-audit-for-reversal section.
       *> the log is open extend for this session's own writes, so
       *> it is closed, read through from the top and reopened
           move 0 to reversal-found
           perform close-audit-log
           open input audit-scan-file
           if audit-scan-status = "00"
               perform until audit-scan-status not = "00"
                   read audit-scan-file
                       at end
                           move "10" to audit-scan-status
                       not at end
                           perform note-audit-for-reversal
                   end-read
               end-perform
               close audit-scan-file
           end-if
           perform open-audit-log
       .

       note-audit-for-reversal section.
           if reversal-found = 0
               if rv-chain-seq numeric
                       and rv-chain-seq = rvs-audit-seq
                   move 1 to reversal-found
                   move rv-function to rvs-entry-function
                   move rv-code to rvs-entry-code
                   move rv-old-rec to reversal-old-image
                   move rv-new-rec to reversal-new-image
               end-if
               exit section
           end-if
           if rv-function not = "7" and rv-function not = "8"
                   and rv-function not = "9" and rv-function not = "K"
               exit section
           end-if
           if rv-code not = rvs-entry-code
                   and rvold-code not = rvs-entry-code
                   and rvnew-code not = rvs-entry-code
               exit section
           end-if
           if rvs-conflict-count < 10
               add 1 to rvs-conflict-count
               move 0 to rvs-conflict-seq(rvs-conflict-count)
               if rv-chain-seq numeric
                   move rv-chain-seq
                       to rvs-conflict-seq(rvs-conflict-count)
               end-if
               move rv-timestamp(1:14)
                   to rvs-conflict-stamp(rvs-conflict-count)
               move rv-function
                   to rvs-conflict-function(rvs-conflict-count)
               move rv-operator
                   to rvs-conflict-operator(rvs-conflict-count)
           end-if
       .

       check-master-matches-entry section.
       *> a change made outside the maintenance path - a reload, a
       *> recovery - leaves no entry, so the master itself must
       *> still read as the entry left it: present and identical
       *> after an add or update, absent after a delete
           move 1 to reversal-found
           move rvs-entry-code to f-code
           read airfile
               invalid key
                   if rvs-entry-function not = "9"
                       move 0 to reversal-found
                   end-if
               not invalid key
                   if rvs-entry-function = "9"
                           or f-rec not = reversal-new-image
                       move 0 to reversal-found
                   end-if
           end-read
       .

       test-master-lock section.
       *> a session that had to open the master input-only stays
       *> read-only even after the marker clears - writing needs the

       reject-master-locked section.
           move "93" to lnk-file-status
           move "MSTRLOCK" to am-msg-id
           move "Master under maintenance - try later" to am-text
           perform put-lnk-message
       .

       put-lnk-message section.
       *> message am-msg-id in the operator's language, its markers
       *> filled from the args; the English text set in am-text
       *> stands when the catalogue has no row for it
           move active-language to am-language
           call "airmsg" using am-message-area
           move am-text to lnk-message
           move spaces to am-args
       .

       put-scope-error section.
       *> airscop's reason for refusing the scope keyed, in the
       *> administrator's language
           evaluate true
               when sc-too-many
                   move "SCOPMANY" to am-msg-id
                   move "At most 5 scope entries" to am-text
               when sc-no-table
                   move "SCOPNOCT" to am-msg-id
                   move "Country table not available" to am-text
               when sc-bad-region
                   move "SCOPREGN" to am-msg-id
                   move "Unknown region &1" to am-text
               when sc-bad-country
                   move "SCOPCTRY" to am-msg-id
                   move "Unknown country &1" to am-text
               when other
                   move "SCOPFORM" to am-msg-id
                   move "Scope entries are R:region or C:country"
                       to am-text
           end-evaluate
           move sc-error-value to am-arg-1
           perform put-lnk-message
       .

       reject-unauthorized section.
           move "91" to lnk-file-status
           if scope-refused = 1
               move "OPNOSCOP" to am-msg-id
               move "Operator &1 not scoped for &2" to am-text
               move lnk-operator-id to am-arg-1
               move sc-country to am-arg-2
               perform put-lnk-message
               exit section
           end-if
           move "OPNOAUTH" to am-msg-id
           move "Operator &1 not authorized for maintenance" to am-text
           move lnk-operator-id to am-arg-1
           perform put-lnk-message
       .

       open-audit-log section.
           if audit-is-open
               move function current-date to aud-timestamp
               move lnk-operator-id to aud-operator
               move spaces to aud-approver
               if audit-maker not = spaces
                   move audit-maker to aud-operator
                   move lnk-operator-id to aud-approver
               end-if
               perform link-audit-record
               write aud-rec
           end-if
       .

       link-audit-record section.
       *> the chain trailer: sequence, previous hash and this
       *> entry's own hash, worked over everything ahead of it
           move "L" to ak-request
           move aud-rec to ak-entry
           call "airachn" using ak-chain-area
           move ak-sequence to aud-chain-seq
           move ak-prev-hash to aud-prev-hash
           move ak-entry-hash to aud-entry-hash
       .

       open-query-history section.
       *> appended by every get-distance/get-details call so the desk
       *> can later report on which routes/airports actually get
