      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Builds a fresh golden set for airtrst and the test masters
      * from production, so trainees and testers work on real
      * airports without seeing real people's activity. The airport
      * master, the route file and the reference tables are copied
      * as they stand. Every operator id on the authority file (the
      * operator and who granted the row), the query history and
      * the audit log (operator, approver and the operator an
      * authority change names) is replaced by a pseudonym -
      * OP000001 upward in the order the ids are first met, the
      * authority file first - so the same person is the same
      * pseudonym in every file; terminal ids on the query history
      * are masked the same way (TM000001 up).
      * The real-to-pseudonym table lives only in storage and is
      * never written out. The credentials file is not copied: the
      * golden one is seeded with a training account for each
      * pseudonym on the golden authority file, with no password -
      * one is set at first sign-on. The audit entries are
      * rewritten, so they carry no chain trailer on the golden
      * copy - verification reads them as unchained. Environment
      * values (production input / golden output):
      *
      *     dd_airports           / dd_golden_airports
      *     dd_airlines           / dd_golden_airlines
      *     dd_operator_authority / dd_golden_authority
      *     dd_query_history      / dd_golden_qhist
      *     dd_audit_log          / dd_golden_audit
      *                             dd_golden_credentials
      *     dd_countries          / dd_golden_countries
      *     dd_airline_names      / dd_golden_airline_names
      *     dd_aircraft_types     / dd_golden_aircraft_types
      *     dd_runways            / dd_golden_runways
      *     dd_facilities         / dd_golden_facilities
      *     dd_min_connect        / dd_golden_min_connect
      *     dd_dst_rules          / dd_golden_dst_rules
      *     dd_metro_areas        / dd_golden_metro_areas
      *     dd_alternates         / dd_golden_alternates
      *     dd_airport_costs      / dd_golden_airport_costs
      *     dd_operating_hours    / dd_golden_operating_hours
      *     dd_codeshares         / dd_golden_codeshares
      *     dd_border_services    / dd_golden_border_services
      *     dd_fares              / dd_golden_fares
      *     dd_fir_boundaries     / dd_golden_fir_boundaries
      *     dd_fx_rates           / dd_golden_fx_rates
      *     dd_fx_history         / dd_golden_fx_history
      *     dd_magvar_grid        / dd_golden_magvar_grid
      *     dd_restrictions       / dd_golden_restrictions
      *     dd_city_centres       / dd_golden_city_centres
      *     dd_slot_capacity      / dd_golden_slot_capacity
      *     dd_route_winds        / dd_golden_route_winds
      *     dd_fleet              / dd_golden_fleet
      *     dd_code_history       / dd_golden_code_history
      *     dd_messages           / dd_golden_messages
      *     dd_icao_prefixes      / dd_golden_icao_prefixes
      *
      * A reference table is copied only when both of its names
      * are set. The airport master and the authority file must
      * both open or the run fails. Left out on purpose: the
      * activity files (bookings, movements, flight instances,
      * traffic statistics), the files that carry who wrote or
      * owns an entry (annotations, bulletins, watch lists,
      * sessions, saved itineraries, preferences, the approval
      * queue, subscribers), the work files their jobs rebuild
      * (distance cache, latitude index, current weather) and
      * each installation's own control files (site parameters,
      * processing date, business days, suite control, job
      * thresholds, report catalogue).
      *
      ******************************************************************
       program-id. airanon.

       select prod-airfile assign prod-airfile-name
           organization indexed
           record key is p-code with no duplicates
           alternate record key is p-icao with duplicates
           alternate record key is p-city with duplicates
           alternate record key is p-country with duplicates
           file status is prod-air-status
           access dynamic.

       select golden-airfile assign golden-airfile-name
           organization indexed
           record key is g-code with no duplicates
           alternate record key is g-icao with duplicates
           alternate record key is g-city with duplicates
           alternate record key is g-country with duplicates
           file status is golden-air-status
           access dynamic.

       select prod-airline assign prod-airline-name
           organization indexed
           record key is pr-key with no duplicates
           file status is prod-airline-status
           access dynamic.

       select golden-airline assign golden-airline-name
           organization indexed
           record key is gr-key with no duplicates
           file status is golden-airline-status
           access dynamic.

       select prod-auth assign prod-auth-name
           organization indexed
           record key is pa-operator-id with no duplicates
           file status is prod-auth-status
           access dynamic.

       select golden-auth assign golden-auth-name
           organization indexed
           record key is ga-operator-id with no duplicates
           file status is golden-auth-status
           access dynamic.

       select golden-cred assign golden-cred-name
           organization indexed
           record key is cr-operator-id with no duplicates
           file status is golden-cred-status
           access dynamic.

       select prod-qhist assign prod-qhist-name
           organization line sequential
           file status is prod-qhist-status.

       select golden-qhist assign golden-qhist-name
           organization line sequential
           file status is golden-qhist-status.

       select prod-audit assign prod-audit-name
           organization line sequential
           file status is prod-audit-status.

       select golden-audit assign golden-audit-name
           organization line sequential
           file status is golden-audit-status.

       select prod-ctry assign prod-ctry-name
           organization indexed
           record key is pct-code with no duplicates
           alternate record key is pct-name with duplicates
           file status is prod-ref-status
           access dynamic.

       select golden-ctry assign golden-ctry-name
           organization indexed
           record key is gct-code with no duplicates
           alternate record key is gct-name with duplicates
           file status is golden-ref-status
           access dynamic.

       select prod-lnm assign prod-lnm-name
           organization indexed
           record key is pln-code with no duplicates
           file status is prod-ref-status
           access dynamic.

       select golden-lnm assign golden-lnm-name
           organization indexed
           record key is gln-code with no duplicates
           file status is golden-ref-status
           access dynamic.

       select prod-acft assign prod-acft-name
           organization indexed
           record key is pac-type with no duplicates
           file status is prod-ref-status
           access dynamic.

       select golden-acft assign golden-acft-name
           organization indexed
           record key is gac-type with no duplicates
           file status is golden-ref-status
           access dynamic.

       select prod-rwy assign prod-rwy-name
           organization indexed
           record key is prw-key with no duplicates
           file status is prod-ref-status
           access dynamic.

       select golden-rwy assign golden-rwy-name
           organization indexed
           record key is grw-key with no duplicates
           file status is golden-ref-status
           access dynamic.

       select prod-fac assign prod-fac-name
           organization indexed
           record key is pfc-airport with no duplicates
           file status is prod-ref-status
           access dynamic.

       select golden-fac assign golden-fac-name
           organization indexed
           record key is gfc-airport with no duplicates
           file status is golden-ref-status
           access dynamic.

       select prod-mct assign prod-mct-name
           organization indexed
           record key is pmc-airport with no duplicates
           file status is prod-ref-status
           access dynamic.

       select golden-mct assign golden-mct-name
           organization indexed
           record key is gmc-airport with no duplicates
           file status is golden-ref-status
           access dynamic.

       select prod-dst assign prod-dst-name
           organization indexed
           record key is pdz-zone with no duplicates
           file status is prod-ref-status
           access dynamic.

       select golden-dst assign golden-dst-name
           organization indexed
           record key is gdz-zone with no duplicates
           file status is golden-ref-status
           access dynamic.

       select prod-metro assign prod-metro-name
           organization indexed
           record key is pmt-key with no duplicates
           file status is prod-ref-status
           access dynamic.

       select golden-metro assign golden-metro-name
           organization indexed
           record key is gmt-key with no duplicates
           file status is golden-ref-status
           access dynamic.

       select prod-alt assign prod-alt-name
           organization indexed
           record key is pal-key with no duplicates
           file status is prod-ref-status
           access dynamic.

       select golden-alt assign golden-alt-name
           organization indexed
           record key is gal-key with no duplicates
           file status is golden-ref-status
           access dynamic.

       select prod-cost assign prod-cost-name
           organization indexed
           record key is pco-airport with no duplicates
           file status is prod-ref-status
           access dynamic.

       select golden-cost assign golden-cost-name
           organization indexed
           record key is gco-airport with no duplicates
           file status is golden-ref-status
           access dynamic.

       select prod-hour assign prod-hour-name
           organization indexed
           record key is phr-airport with no duplicates
           file status is prod-ref-status
           access dynamic.

       select golden-hour assign golden-hour-name
           organization indexed
           record key is ghr-airport with no duplicates
           file status is golden-ref-status
           access dynamic.

       select prod-cshr assign prod-cshr-name
           organization indexed
           record key is pcs-key with no duplicates
           file status is prod-ref-status
           access dynamic.

       select golden-cshr assign golden-cshr-name
           organization indexed
           record key is gcs-key with no duplicates
           file status is golden-ref-status
           access dynamic.

       select prod-bsvc assign prod-bsvc-name
           organization indexed
           record key is pbs-airport with no duplicates
           file status is prod-ref-status
           access dynamic.

       select golden-bsvc assign golden-bsvc-name
           organization indexed
           record key is gbs-airport with no duplicates
           file status is golden-ref-status
           access dynamic.

       select prod-fare assign prod-fare-name
           organization indexed
           record key is pfa-key with no duplicates
           file status is prod-ref-status
           access dynamic.

       select golden-fare assign golden-fare-name
           organization indexed
           record key is gfa-key with no duplicates
           file status is golden-ref-status
           access dynamic.

       select prod-fir assign prod-fir-name
           organization indexed
           record key is pfr-id with no duplicates
           file status is prod-ref-status
           access dynamic.

       select golden-fir assign golden-fir-name
           organization indexed
           record key is gfr-id with no duplicates
           file status is golden-ref-status
           access dynamic.

       select prod-fx assign prod-fx-name
           organization indexed
           record key is pfx-currency with no duplicates
           file status is prod-ref-status
           access dynamic.

       select golden-fx assign golden-fx-name
           organization indexed
           record key is gfx-currency with no duplicates
           file status is golden-ref-status
           access dynamic.

       select prod-fxh assign prod-fxh-name
           organization indexed
           record key is pfh-key with no duplicates
           file status is prod-ref-status
           access dynamic.

       select golden-fxh assign golden-fxh-name
           organization indexed
           record key is gfh-key with no duplicates
           file status is golden-ref-status
           access dynamic.

       select prod-mvar assign prod-mvar-name
           organization indexed
           record key is pmv-key with no duplicates
           file status is prod-ref-status
           access dynamic.

       select golden-mvar assign golden-mvar-name
           organization indexed
           record key is gmv-key with no duplicates
           file status is golden-ref-status
           access dynamic.

       select prod-ntm assign prod-ntm-name
           organization indexed
           record key is pnt-key with no duplicates
           file status is prod-ref-status
           access dynamic.

       select golden-ntm assign golden-ntm-name
           organization indexed
           record key is gnt-key with no duplicates
           file status is golden-ref-status
           access dynamic.

       select prod-city assign prod-city-name
           organization indexed
           record key is pcy-key with no duplicates
           file status is prod-ref-status
           access dynamic.

       select golden-city assign golden-city-name
           organization indexed
           record key is gcy-key with no duplicates
           file status is golden-ref-status
           access dynamic.

       select prod-slot assign prod-slot-name
           organization indexed
           record key is psl-key with no duplicates
           file status is prod-ref-status
           access dynamic.

       select golden-slot assign golden-slot-name
           organization indexed
           record key is gsl-key with no duplicates
           file status is golden-ref-status
           access dynamic.

       select prod-wnd assign prod-wnd-name
           organization indexed
           record key is pwn-key with no duplicates
           file status is prod-ref-status
           access dynamic.

       select golden-wnd assign golden-wnd-name
           organization indexed
           record key is gwn-key with no duplicates
           file status is golden-ref-status
           access dynamic.

       select prod-flt assign prod-flt-name
           organization indexed
           record key is pfl-tail with no duplicates
           alternate record key is pfl-airline with duplicates
           file status is prod-ref-status
           access dynamic.

       select golden-flt assign golden-flt-name
           organization indexed
           record key is gfl-tail with no duplicates
           alternate record key is gfl-airline with duplicates
           file status is golden-ref-status
           access dynamic.

       select prod-chist assign prod-chist-name
           organization indexed
           record key is pch-old-code with no duplicates
           file status is prod-ref-status
           access dynamic.

       select golden-chist assign golden-chist-name
           organization indexed
           record key is gch-old-code with no duplicates
           file status is golden-ref-status
           access dynamic.

       select prod-msg assign prod-msg-name
           organization indexed
           record key is pms-key with no duplicates
           file status is prod-ref-status
           access dynamic.

       select golden-msg assign golden-msg-name
           organization indexed
           record key is gms-key with no duplicates
           file status is golden-ref-status
           access dynamic.

       select prod-pfx assign prod-pfx-name
           organization line sequential
           file status is prod-ref-status.

       select golden-pfx assign golden-pfx-name
           organization line sequential
           file status is golden-ref-status.

       data division.
       fd prod-airfile.
       01 p-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==p==.

       fd golden-airfile.
       01 g-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==g==.

       fd prod-airline.
       01 pr-rec.
       copy "airrte.cpy" replacing ==(prefix)== by ==pr==.

       fd golden-airline.
       01 gr-rec.
       copy "airrte.cpy" replacing ==(prefix)== by ==gr==.

       fd prod-auth.
       01 pa-rec.
       copy "airauth.cpy" replacing ==(prefix)== by ==pa==.

       fd golden-auth.
       01 ga-rec.
       copy "airauth.cpy" replacing ==(prefix)== by ==ga==.

       fd golden-cred.
       01 cr-rec.
       copy "aircred.cpy" replacing ==(prefix)== by ==cr==.

       fd prod-qhist.
       01 pq-rec.
       copy "airqhist.cpy" replacing ==(prefix)== by ==pq==.

       fd golden-qhist.
       01 gq-rec                       pic x(62).

       fd prod-audit.
       01 pu-rec.
       copy "airaudit.cpy" replacing ==(prefix)== by ==pu==.
       02 pu-old-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==puold==.
       02 pu-new-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==punew==.
       02 pu-approver                  pic x(8).
       02 pu-chain.
       copy "airachn.cpy" replacing ==(prefix)== by ==pu==.

       fd golden-audit.
       01 gu-rec                       pic x(535).

       fd prod-ctry.
       01 pct-rec.
       copy "airctry.cpy" replacing ==(prefix)== by ==pct==.

       fd golden-ctry.
       01 gct-rec.
       copy "airctry.cpy" replacing ==(prefix)== by ==gct==.

       fd prod-lnm.
       01 pln-rec.
       copy "airlnm.cpy" replacing ==(prefix)== by ==pln==.

       fd golden-lnm.
       01 gln-rec.
       copy "airlnm.cpy" replacing ==(prefix)== by ==gln==.

       fd prod-acft.
       01 pac-rec.
       copy "airacft.cpy" replacing ==(prefix)== by ==pac==.

       fd golden-acft.
       01 gac-rec.
       copy "airacft.cpy" replacing ==(prefix)== by ==gac==.

       fd prod-rwy.
       01 prw-rec.
       copy "airrwy.cpy" replacing ==(prefix)== by ==prw==.

       fd golden-rwy.
       01 grw-rec.
       copy "airrwy.cpy" replacing ==(prefix)== by ==grw==.

       fd prod-fac.
       01 pfc-rec.
       copy "airfac.cpy" replacing ==(prefix)== by ==pfc==.

       fd golden-fac.
       01 gfc-rec.
       copy "airfac.cpy" replacing ==(prefix)== by ==gfc==.

       fd prod-mct.
       01 pmc-rec.
       copy "airmct.cpy" replacing ==(prefix)== by ==pmc==.

       fd golden-mct.
       01 gmc-rec.
       copy "airmct.cpy" replacing ==(prefix)== by ==gmc==.

       fd prod-dst.
       01 pdz-rec.
       copy "airdst.cpy" replacing ==(prefix)== by ==pdz==.

       fd golden-dst.
       01 gdz-rec.
       copy "airdst.cpy" replacing ==(prefix)== by ==gdz==.

       fd prod-metro.
       01 pmt-rec.
       copy "airmetro.cpy" replacing ==(prefix)== by ==pmt==.

       fd golden-metro.
       01 gmt-rec.
       copy "airmetro.cpy" replacing ==(prefix)== by ==gmt==.

       fd prod-alt.
       01 pal-rec.
       copy "airalt.cpy" replacing ==(prefix)== by ==pal==.

       fd golden-alt.
       01 gal-rec.
       copy "airalt.cpy" replacing ==(prefix)== by ==gal==.

       fd prod-cost.
       01 pco-rec.
       copy "aircost.cpy" replacing ==(prefix)== by ==pco==.

       fd golden-cost.
       01 gco-rec.
       copy "aircost.cpy" replacing ==(prefix)== by ==gco==.

       fd prod-hour.
       01 phr-rec.
       copy "airhour.cpy" replacing ==(prefix)== by ==phr==.

       fd golden-hour.
       01 ghr-rec.
       copy "airhour.cpy" replacing ==(prefix)== by ==ghr==.

       fd prod-cshr.
       01 pcs-rec.
       copy "aircshr.cpy" replacing ==(prefix)== by ==pcs==.

       fd golden-cshr.
       01 gcs-rec.
       copy "aircshr.cpy" replacing ==(prefix)== by ==gcs==.

       fd prod-bsvc.
       01 pbs-rec.
       copy "airbsvc.cpy" replacing ==(prefix)== by ==pbs==.

       fd golden-bsvc.
       01 gbs-rec.
       copy "airbsvc.cpy" replacing ==(prefix)== by ==gbs==.

       fd prod-fare.
       01 pfa-rec.
       copy "airfare.cpy" replacing ==(prefix)== by ==pfa==.

       fd golden-fare.
       01 gfa-rec.
       copy "airfare.cpy" replacing ==(prefix)== by ==gfa==.

       fd prod-fir.
       01 pfr-rec.
       copy "airfir.cpy" replacing ==(prefix)== by ==pfr==.

       fd golden-fir.
       01 gfr-rec.
       copy "airfir.cpy" replacing ==(prefix)== by ==gfr==.

       fd prod-fx.
       01 pfx-rec.
       copy "airfx.cpy" replacing ==(prefix)== by ==pfx==.

       fd golden-fx.
       01 gfx-rec.
       copy "airfx.cpy" replacing ==(prefix)== by ==gfx==.

       fd prod-fxh.
       01 pfh-rec.
       copy "airfxh.cpy" replacing ==(prefix)== by ==pfh==.

       fd golden-fxh.
       01 gfh-rec.
       copy "airfxh.cpy" replacing ==(prefix)== by ==gfh==.

       fd prod-mvar.
       01 pmv-rec.
       copy "airmvar.cpy" replacing ==(prefix)== by ==pmv==.

       fd golden-mvar.
       01 gmv-rec.
       copy "airmvar.cpy" replacing ==(prefix)== by ==gmv==.

       fd prod-ntm.
       01 pnt-rec.
       copy "airntm.cpy" replacing ==(prefix)== by ==pnt==.

       fd golden-ntm.
       01 gnt-rec.
       copy "airntm.cpy" replacing ==(prefix)== by ==gnt==.

       fd prod-city.
       01 pcy-rec.
       copy "aircity.cpy" replacing ==(prefix)== by ==pcy==.

       fd golden-city.
       01 gcy-rec.
       copy "aircity.cpy" replacing ==(prefix)== by ==gcy==.

       fd prod-slot.
       01 psl-rec.
       copy "airslot.cpy" replacing ==(prefix)== by ==psl==.

       fd golden-slot.
       01 gsl-rec.
       copy "airslot.cpy" replacing ==(prefix)== by ==gsl==.

       fd prod-wnd.
       01 pwn-rec.
       copy "airwnd.cpy" replacing ==(prefix)== by ==pwn==.

       fd golden-wnd.
       01 gwn-rec.
       copy "airwnd.cpy" replacing ==(prefix)== by ==gwn==.

       fd prod-flt.
       01 pfl-rec.
       copy "airflt.cpy" replacing ==(prefix)== by ==pfl==.

       fd golden-flt.
       01 gfl-rec.
       copy "airflt.cpy" replacing ==(prefix)== by ==gfl==.

       fd prod-chist.
       01 pch-rec.
       copy "airchist.cpy" replacing ==(prefix)== by ==pch==.

       fd golden-chist.
       01 gch-rec.
       copy "airchist.cpy" replacing ==(prefix)== by ==gch==.

       fd prod-msg.
       01 pms-rec.
       copy "airmsg.cpy" replacing ==(prefix)== by ==pms==.

       fd golden-msg.
       01 gms-rec.
       copy "airmsg.cpy" replacing ==(prefix)== by ==gms==.

       fd prod-pfx.
       01 ppx-rec                      pic x(40).

       fd golden-pfx.
       01 gpx-rec                      pic x(40).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airpdatp.cpy" replacing ==(pd-prefix)== by ==pd==.
       01 prod-airfile-name            pic x(80).
       01 golden-airfile-name          pic x(80).
       01 prod-airline-name            pic x(80).
       01 golden-airline-name          pic x(80).
       01 prod-auth-name               pic x(80).
       01 golden-auth-name             pic x(80).
       01 golden-cred-name             pic x(80).
       01 prod-qhist-name              pic x(80).
       01 golden-qhist-name            pic x(80).
       01 prod-audit-name              pic x(80).
       01 golden-audit-name            pic x(80).
       01 prod-ctry-name               pic x(80).
       01 golden-ctry-name             pic x(80).
       01 prod-lnm-name                pic x(80).
       01 golden-lnm-name              pic x(80).
       01 prod-acft-name               pic x(80).
       01 golden-acft-name             pic x(80).
       01 prod-rwy-name                pic x(80).
       01 golden-rwy-name              pic x(80).
       01 prod-fac-name                pic x(80).
       01 golden-fac-name              pic x(80).
       01 prod-mct-name                pic x(80).
       01 golden-mct-name              pic x(80).
       01 prod-dst-name                pic x(80).
       01 golden-dst-name              pic x(80).
       01 prod-metro-name              pic x(80).
       01 golden-metro-name            pic x(80).
       01 prod-alt-name                pic x(80).
       01 golden-alt-name              pic x(80).
       01 prod-cost-name               pic x(80).
       01 golden-cost-name             pic x(80).
       01 prod-hour-name               pic x(80).
       01 golden-hour-name             pic x(80).
       01 prod-cshr-name               pic x(80).
       01 golden-cshr-name             pic x(80).
       01 prod-bsvc-name               pic x(80).
       01 golden-bsvc-name             pic x(80).
       01 prod-fare-name               pic x(80).
       01 golden-fare-name             pic x(80).
       01 prod-fir-name                pic x(80).
       01 golden-fir-name              pic x(80).
       01 prod-fx-name                 pic x(80).
       01 golden-fx-name               pic x(80).
       01 prod-fxh-name                pic x(80).
       01 golden-fxh-name              pic x(80).
       01 prod-mvar-name               pic x(80).
       01 golden-mvar-name             pic x(80).
       01 prod-ntm-name                pic x(80).
       01 golden-ntm-name              pic x(80).
       01 prod-city-name               pic x(80).
       01 golden-city-name             pic x(80).
       01 prod-slot-name               pic x(80).
       01 golden-slot-name             pic x(80).
       01 prod-wnd-name                pic x(80).
       01 golden-wnd-name              pic x(80).
       01 prod-flt-name                pic x(80).
       01 golden-flt-name              pic x(80).
       01 prod-chist-name              pic x(80).
       01 golden-chist-name            pic x(80).
       01 prod-msg-name                pic x(80).
       01 golden-msg-name              pic x(80).
       01 prod-pfx-name                pic x(80).
       01 golden-pfx-name              pic x(80).
       01 prod-air-status              pic xx.
       01 golden-air-status            pic xx.
       01 prod-airline-status          pic xx.
       01 golden-airline-status        pic xx.
       01 prod-auth-status             pic xx.
       01 golden-auth-status           pic xx.
       01 golden-cred-status           pic xx.
       01 prod-qhist-status            pic xx.
       01 golden-qhist-status          pic xx.
       01 prod-audit-status            pic xx.
       01 golden-audit-status          pic xx.
       01 prod-ref-status              pic xx.
       01 golden-ref-status            pic xx.
       78 airport-dat                  value "dd_airports".
       78 golden-airports-dat          value "dd_golden_airports".
       78 airline-dat                  value "dd_airlines".
       78 golden-airline-dat           value "dd_golden_airlines".
       78 airauth-dat                  value "dd_operator_authority".
       78 golden-auth-dat              value "dd_golden_authority".
       78 golden-cred-dat              value "dd_golden_credentials".
       78 qhist-dat                    value "dd_query_history".
       78 golden-qhist-dat             value "dd_golden_qhist".
       78 audit-dat                    value "dd_audit_log".
       78 golden-audit-dat             value "dd_golden_audit".
       78 airctry-dat                  value "dd_countries".
       78 golden-ctry-dat              value "dd_golden_countries".
       78 airlnm-dat                   value "dd_airline_names".
       78 golden-lnm-dat               value "dd_golden_airline_names".
       78 airacft-dat                  value "dd_aircraft_types".
       78 golden-acft-dat              value "dd_golden_aircraft_types".
       78 airrwy-dat                   value "dd_runways".
       78 golden-rwy-dat               value "dd_golden_runways".
       78 airfac-dat                   value "dd_facilities".
       78 golden-fac-dat               value "dd_golden_facilities".
       78 airmct-dat                   value "dd_min_connect".
       78 golden-mct-dat               value "dd_golden_min_connect".
       78 airdst-dat                   value "dd_dst_rules".
       78 golden-dst-dat               value "dd_golden_dst_rules".
       78 airmetro-dat                 value "dd_metro_areas".
       78 golden-metro-dat             value "dd_golden_metro_areas".
       78 airalt-dat                   value "dd_alternates".
       78 golden-alt-dat               value "dd_golden_alternates".
       78 aircost-dat                  value "dd_airport_costs".
       78 golden-cost-dat              value "dd_golden_airport_costs".
       78 airhour-dat                  value "dd_operating_hours".
       78 golden-hour-dat  value "dd_golden_operating_hours".
       78 aircshr-dat                  value "dd_codeshares".
       78 golden-cshr-dat              value "dd_golden_codeshares".
       78 airbsvc-dat                  value "dd_border_services".
       78 golden-bsvc-dat  value "dd_golden_border_services".
       78 airfare-dat                  value "dd_fares".
       78 golden-fare-dat              value "dd_golden_fares".
       78 airfir-dat                   value "dd_fir_boundaries".
       78 golden-fir-dat  value "dd_golden_fir_boundaries".
       78 airfx-dat                    value "dd_fx_rates".
       78 golden-fx-dat                value "dd_golden_fx_rates".
       78 airfxh-dat                   value "dd_fx_history".
       78 golden-fxh-dat               value "dd_golden_fx_history".
       78 airmvar-dat                  value "dd_magvar_grid".
       78 golden-mvar-dat              value "dd_golden_magvar_grid".
       78 airntm-dat                   value "dd_restrictions".
       78 golden-ntm-dat               value "dd_golden_restrictions".
       78 aircity-dat                  value "dd_city_centres".
       78 golden-city-dat              value "dd_golden_city_centres".
       78 airslot-dat                  value "dd_slot_capacity".
       78 golden-slot-dat              value "dd_golden_slot_capacity".
       78 airwnd-dat                   value "dd_route_winds".
       78 golden-wnd-dat               value "dd_golden_route_winds".
       78 airflt-dat                   value "dd_fleet".
       78 golden-flt-dat               value "dd_golden_fleet".
       78 airchist-dat                 value "dd_code_history".
       78 golden-chist-dat             value "dd_golden_code_history".
       78 airmsg-dat                   value "dd_messages".
       78 golden-msg-dat               value "dd_golden_messages".
       78 prefix-dat                   value "dd_icao_prefixes".
       78 golden-pfx-dat               value "dd_golden_icao_prefixes".
       78 expiry-job                   value "AIRGEXP".

       01 more-records                 pic x.
           88 no-more-records          value "N".
       01 run-status-word              pic x(4) value "OK".

      *> real id to pseudonym, in the order first met - storage
      *> only, never written anywhere
       01 operator-map.
           03 operator-map-count       pic 9(4) value 0.
           03 operator-map-entry occurs 2000.
               05 om-real              pic x(8).
               05 om-pseudonym         pic x(8).
       01 terminal-map.
           03 terminal-map-count       pic 9(4) value 0.
           03 terminal-map-entry occurs 2000.
               05 tm-real              pic x(8).
               05 tm-masked            pic x(8).
       01 authority-map-count          pic 9(4) value 0.
       01 map-idx                      pic 9(4).
       01 map-seq                      pic 9(6).
       01 map-real                     pic x(8).
       01 map-result                   pic x(8).
       01 map-overflowed               pic 9 value 0.
       01 auth-name-text               pic x(30).
       01 auth-name-word               pic x(10).
       01 auth-name-id                 pic x(8).
       01 auth-name-rest               pic x(30).
       01 auth-name-ptr                pic 99.

       01 anon-counters.
           03 airports-copied          pic 9(7) value 0.
           03 routes-copied            pic 9(7) value 0.
           03 authority-written        pic 9(5) value 0.
           03 accounts-seeded          pic 9(5) value 0.
           03 queries-written          pic 9(9) value 0.
           03 audit-written            pic 9(9) value 0.
           03 reference-copied         pic 9(7) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           move "D" to pd-request
           call "airpdat" using pd-procdate-area
           perform copy-airport-master
           perform copy-route-file
           perform pseudonymise-authority
           perform seed-training-credentials
           perform pseudonymise-query-history
           perform pseudonymise-audit-log
           perform copy-reference-tables
           perform write-run-log-end
           perform display-summary
           goback
       .

       copy-airport-master section.
           display airport-dat upon environment-name
           accept prod-airfile-name from environment-value
           display golden-airports-dat upon environment-name
           accept golden-airfile-name from environment-value
           open input prod-airfile
           open output golden-airfile
           move "Y" to more-records
           if prod-air-status not = "00"
                   or golden-air-status not = "00"
               move "N" to more-records
               move "FAIL" to run-status-word
           end-if
           perform until no-more-records
               read prod-airfile next record
                   at end
                       move "N" to more-records
                   not at end
                       move p-rec to g-rec
                       write g-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to airports-copied
                       end-write
               end-read
           end-perform
           close prod-airfile
           close golden-airfile
       .

       copy-route-file section.
           display airline-dat upon environment-name
           accept prod-airline-name from environment-value
           display golden-airline-dat upon environment-name
           accept golden-airline-name from environment-value
           if prod-airline-name = spaces
                   or golden-airline-name = spaces
               exit section
           end-if
           open input prod-airline
           open output golden-airline
           move "Y" to more-records
           if prod-airline-status not = "00"
                   or golden-airline-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-airline next record
                   at end
                       move "N" to more-records
                   not at end
                       move pr-rec to gr-rec
                       write gr-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to routes-copied
                       end-write
               end-read
           end-perform
           close prod-airline
           close golden-airline
       .

       pseudonymise-authority section.
       *> read in key order, so the pseudonyms are handed out - and
       *> the golden rows written - in ascending order; the first
       *> pass names every operator on the file before any granter
       *> is looked at. Levels, scopes and grant dates go across
       *> unchanged
           display airauth-dat upon environment-name
           accept prod-auth-name from environment-value
           display golden-auth-dat upon environment-name
           accept golden-auth-name from environment-value
           open input prod-auth
           if prod-auth-status not = "00"
               move "FAIL" to run-status-word
               exit section
           end-if
           open output golden-auth
           if golden-auth-status not = "00"
               close prod-auth
               move "FAIL" to run-status-word
               exit section
           end-if
           move "Y" to more-records
           perform until no-more-records
               read prod-auth next record
                   at end
                       move "N" to more-records
                   not at end
                       move pa-operator-id to map-real
                       perform map-operator
               end-read
           end-perform
           move operator-map-count to authority-map-count
       *> then the rows themselves; an administrator who granted a
       *> row but holds none now takes the next pseudonym on. The
       *> nightly grant expiry signs the rows it reverts with its
       *> own job name, which is no one's to hide
           move low-values to pa-operator-id
           move "Y" to more-records
           start prod-auth key >= pa-operator-id
               invalid key
                   move "N" to more-records
           end-start
           perform until no-more-records
               read prod-auth next record
                   at end
                       move "N" to more-records
                   not at end
                       move pa-rec to ga-rec
                       move pa-operator-id to map-real
                       perform map-operator
                       move map-result to ga-operator-id
                       if pa-granted-by not = expiry-job
                           move pa-granted-by to map-real
                           perform map-operator
                           move map-result to ga-granted-by
                       end-if
                       write ga-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to authority-written
                       end-write
               end-read
           end-perform
           close prod-auth
           close golden-auth
       .

       seed-training-credentials section.
       *> one account per pseudonym on the golden authority file; the
       *> blank password makes the trainee set their own at first
       *> sign-on
           display golden-cred-dat upon environment-name
           accept golden-cred-name from environment-value
           if golden-cred-name = spaces
               exit section
           end-if
           open output golden-cred
           if golden-cred-status not = "00"
               exit section
           end-if
           perform varying map-idx from 1 by 1
                   until map-idx > authority-map-count
               initialize cr-rec
               move om-pseudonym(map-idx) to cr-operator-id
               move 0 to cr-fail-count
               move "N" to cr-locked
               move pd-date to cr-last-change
               move "Y" to cr-force-change
               write cr-rec
                   invalid key
                       continue
                   not invalid key
                       add 1 to accounts-seeded
               end-write
           end-perform
           close golden-cred
       .

       pseudonymise-query-history section.
       *> rollup records carry no operator or terminal and pass
       *> through as they are
           display qhist-dat upon environment-name
           accept prod-qhist-name from environment-value
           display golden-qhist-dat upon environment-name
           accept golden-qhist-name from environment-value
           if prod-qhist-name = spaces
                   or golden-qhist-name = spaces
               exit section
           end-if
           open input prod-qhist
           if prod-qhist-status not = "00"
               exit section
           end-if
           open output golden-qhist
           move "Y" to more-records
           perform until no-more-records
               read prod-qhist
                   at end
                       move "N" to more-records
                   not at end
                       move pq-operator to map-real
                       perform map-operator
                       move map-result to pq-operator
                       move pq-terminal to map-real
                       perform map-terminal
                       move map-result to pq-terminal
                       write gq-rec from pq-rec
                       add 1 to queries-written
               end-read
           end-perform
           close prod-qhist
           close golden-qhist
       .

       pseudonymise-audit-log section.
           display audit-dat upon environment-name
           accept prod-audit-name from environment-value
           display golden-audit-dat upon environment-name
           accept golden-audit-name from environment-value
           if prod-audit-name = spaces
                   or golden-audit-name = spaces
               exit section
           end-if
           open input prod-audit
           if prod-audit-status not = "00"
               exit section
           end-if
           open output golden-audit
           move "Y" to more-records
           perform until no-more-records
               read prod-audit
                   at end
                       move "N" to more-records
                   not at end
                       if pu-operator not = expiry-job
                           move pu-operator to map-real
                           perform map-operator
                           move map-result to pu-operator
                       end-if
                       move pu-approver to map-real
                       perform map-operator
                       move map-result to pu-approver
                       if pu-function = "F"
                           move puold-name to auth-name-text
                           perform map-authority-name
                           move auth-name-text to puold-name
                           move punew-name to auth-name-text
                           perform map-authority-name
                           move auth-name-text to punew-name
                       end-if
                       move spaces to pu-chain
                       write gu-rec from pu-rec
                       add 1 to audit-written
               end-read
           end-perform
           close prod-audit
           close golden-audit
       .

       map-authority-name section.
       *> an authority change names the operator it was made to in
       *> each image - "AUTHORITY id LEVEL x" or "AUTHORITY id
       *> REVOKED" - and the id goes the way of every other
           move spaces to auth-name-word auth-name-id
           move 1 to auth-name-ptr
           unstring auth-name-text delimited by all space
               into auth-name-word auth-name-id
               with pointer auth-name-ptr
           end-unstring
           if auth-name-word not = "AUTHORITY"
                   or auth-name-id = spaces
               exit section
           end-if
           move spaces to auth-name-rest
           if auth-name-ptr <= 30
               move auth-name-text(auth-name-ptr:) to auth-name-rest
           end-if
           move auth-name-id to map-real
           perform map-operator
           move spaces to auth-name-text
           string "AUTHORITY " delimited by size
                  map-result delimited by space
                  " " delimited by size
                  auth-name-rest delimited by size
                  into auth-name-text
       .

       map-operator section.
       *> blank stays blank; an id beyond the table's reach is masked
       *> outright rather than passed through
           move spaces to map-result
           if map-real = spaces
               exit section
           end-if
           perform varying map-idx from 1 by 1
                   until map-idx > operator-map-count
               if om-real(map-idx) = map-real
                   move om-pseudonym(map-idx) to map-result
                   exit section
               end-if
           end-perform
           if operator-map-count >= 2000
               move "OP999999" to map-result
               move 1 to map-overflowed
               exit section
           end-if
           add 1 to operator-map-count
           move operator-map-count to map-seq
           move map-real to om-real(operator-map-count)
           string "OP" delimited by size
                  map-seq delimited by size
                  into om-pseudonym(operator-map-count)
           move om-pseudonym(operator-map-count) to map-result
       .

       map-terminal section.
           move spaces to map-result
           if map-real = spaces
               exit section
           end-if
           perform varying map-idx from 1 by 1
                   until map-idx > terminal-map-count
               if tm-real(map-idx) = map-real
                   move tm-masked(map-idx) to map-result
                   exit section
               end-if
           end-perform
           if terminal-map-count >= 2000
               move "TM999999" to map-result
               move 1 to map-overflowed
               exit section
           end-if
           add 1 to terminal-map-count
           move terminal-map-count to map-seq
           move map-real to tm-real(terminal-map-count)
           string "TM" delimited by size
                  map-seq delimited by size
                  into tm-masked(terminal-map-count)
           move tm-masked(terminal-map-count) to map-result
       .

       copy-reference-tables section.
           perform copy-countries
           perform copy-airline-names
           perform copy-aircraft-types
           perform copy-runways
           perform copy-facilities
           perform copy-min-connect
           perform copy-dst-rules
           perform copy-metro-areas
           perform copy-alternates
           perform copy-airport-costs
           perform copy-operating-hours
           perform copy-codeshares
           perform copy-border-services
           perform copy-fares
           perform copy-fir-boundaries
           perform copy-fx-rates
           perform copy-fx-history
           perform copy-magvar-grid
           perform copy-restrictions
           perform copy-city-centres
           perform copy-slot-capacity
           perform copy-route-winds
           perform copy-fleet
           perform copy-code-history
           perform copy-messages
           perform copy-icao-prefixes
       .

       copy-countries section.
           display airctry-dat upon environment-name
           accept prod-ctry-name from environment-value
           display golden-ctry-dat upon environment-name
           accept golden-ctry-name from environment-value
           if prod-ctry-name = spaces or golden-ctry-name = spaces
               exit section
           end-if
           open input prod-ctry
           open output golden-ctry
           move "Y" to more-records
           if prod-ref-status not = "00"
                   or golden-ref-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-ctry next record
                   at end
                       move "N" to more-records
                   not at end
                       move pct-rec to gct-rec
                       write gct-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to reference-copied
                       end-write
               end-read
           end-perform
           close prod-ctry
           close golden-ctry
       .

       copy-airline-names section.
           display airlnm-dat upon environment-name
           accept prod-lnm-name from environment-value
           display golden-lnm-dat upon environment-name
           accept golden-lnm-name from environment-value
           if prod-lnm-name = spaces or golden-lnm-name = spaces
               exit section
           end-if
           open input prod-lnm
           open output golden-lnm
           move "Y" to more-records
           if prod-ref-status not = "00"
                   or golden-ref-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-lnm next record
                   at end
                       move "N" to more-records
                   not at end
                       move pln-rec to gln-rec
                       write gln-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to reference-copied
                       end-write
               end-read
           end-perform
           close prod-lnm
           close golden-lnm
       .

       copy-aircraft-types section.
           display airacft-dat upon environment-name
           accept prod-acft-name from environment-value
           display golden-acft-dat upon environment-name
           accept golden-acft-name from environment-value
           if prod-acft-name = spaces or golden-acft-name = spaces
               exit section
           end-if
           open input prod-acft
           open output golden-acft
           move "Y" to more-records
           if prod-ref-status not = "00"
                   or golden-ref-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-acft next record
                   at end
                       move "N" to more-records
                   not at end
                       move pac-rec to gac-rec
                       write gac-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to reference-copied
                       end-write
               end-read
           end-perform
           close prod-acft
           close golden-acft
       .

       copy-runways section.
           display airrwy-dat upon environment-name
           accept prod-rwy-name from environment-value
           display golden-rwy-dat upon environment-name
           accept golden-rwy-name from environment-value
           if prod-rwy-name = spaces or golden-rwy-name = spaces
               exit section
           end-if
           open input prod-rwy
           open output golden-rwy
           move "Y" to more-records
           if prod-ref-status not = "00"
                   or golden-ref-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-rwy next record
                   at end
                       move "N" to more-records
                   not at end
                       move prw-rec to grw-rec
                       write grw-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to reference-copied
                       end-write
               end-read
           end-perform
           close prod-rwy
           close golden-rwy
       .

       copy-facilities section.
           display airfac-dat upon environment-name
           accept prod-fac-name from environment-value
           display golden-fac-dat upon environment-name
           accept golden-fac-name from environment-value
           if prod-fac-name = spaces or golden-fac-name = spaces
               exit section
           end-if
           open input prod-fac
           open output golden-fac
           move "Y" to more-records
           if prod-ref-status not = "00"
                   or golden-ref-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-fac next record
                   at end
                       move "N" to more-records
                   not at end
                       move pfc-rec to gfc-rec
                       write gfc-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to reference-copied
                       end-write
               end-read
           end-perform
           close prod-fac
           close golden-fac
       .

       copy-min-connect section.
           display airmct-dat upon environment-name
           accept prod-mct-name from environment-value
           display golden-mct-dat upon environment-name
           accept golden-mct-name from environment-value
           if prod-mct-name = spaces or golden-mct-name = spaces
               exit section
           end-if
           open input prod-mct
           open output golden-mct
           move "Y" to more-records
           if prod-ref-status not = "00"
                   or golden-ref-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-mct next record
                   at end
                       move "N" to more-records
                   not at end
                       move pmc-rec to gmc-rec
                       write gmc-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to reference-copied
                       end-write
               end-read
           end-perform
           close prod-mct
           close golden-mct
       .

       copy-dst-rules section.
           display airdst-dat upon environment-name
           accept prod-dst-name from environment-value
           display golden-dst-dat upon environment-name
           accept golden-dst-name from environment-value
           if prod-dst-name = spaces or golden-dst-name = spaces
               exit section
           end-if
           open input prod-dst
           open output golden-dst
           move "Y" to more-records
           if prod-ref-status not = "00"
                   or golden-ref-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-dst next record
                   at end
                       move "N" to more-records
                   not at end
                       move pdz-rec to gdz-rec
                       write gdz-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to reference-copied
                       end-write
               end-read
           end-perform
           close prod-dst
           close golden-dst
       .

       copy-metro-areas section.
           display airmetro-dat upon environment-name
           accept prod-metro-name from environment-value
           display golden-metro-dat upon environment-name
           accept golden-metro-name from environment-value
           if prod-metro-name = spaces or golden-metro-name = spaces
               exit section
           end-if
           open input prod-metro
           open output golden-metro
           move "Y" to more-records
           if prod-ref-status not = "00"
                   or golden-ref-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-metro next record
                   at end
                       move "N" to more-records
                   not at end
                       move pmt-rec to gmt-rec
                       write gmt-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to reference-copied
                       end-write
               end-read
           end-perform
           close prod-metro
           close golden-metro
       .

       copy-alternates section.
           display airalt-dat upon environment-name
           accept prod-alt-name from environment-value
           display golden-alt-dat upon environment-name
           accept golden-alt-name from environment-value
           if prod-alt-name = spaces or golden-alt-name = spaces
               exit section
           end-if
           open input prod-alt
           open output golden-alt
           move "Y" to more-records
           if prod-ref-status not = "00"
                   or golden-ref-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-alt next record
                   at end
                       move "N" to more-records
                   not at end
                       move pal-rec to gal-rec
                       write gal-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to reference-copied
                       end-write
               end-read
           end-perform
           close prod-alt
           close golden-alt
       .

       copy-airport-costs section.
           display aircost-dat upon environment-name
           accept prod-cost-name from environment-value
           display golden-cost-dat upon environment-name
           accept golden-cost-name from environment-value
           if prod-cost-name = spaces or golden-cost-name = spaces
               exit section
           end-if
           open input prod-cost
           open output golden-cost
           move "Y" to more-records
           if prod-ref-status not = "00"
                   or golden-ref-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-cost next record
                   at end
                       move "N" to more-records
                   not at end
                       move pco-rec to gco-rec
                       write gco-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to reference-copied
                       end-write
               end-read
           end-perform
           close prod-cost
           close golden-cost
       .

       copy-operating-hours section.
           display airhour-dat upon environment-name
           accept prod-hour-name from environment-value
           display golden-hour-dat upon environment-name
           accept golden-hour-name from environment-value
           if prod-hour-name = spaces or golden-hour-name = spaces
               exit section
           end-if
           open input prod-hour
           open output golden-hour
           move "Y" to more-records
           if prod-ref-status not = "00"
                   or golden-ref-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-hour next record
                   at end
                       move "N" to more-records
                   not at end
                       move phr-rec to ghr-rec
                       write ghr-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to reference-copied
                       end-write
               end-read
           end-perform
           close prod-hour
           close golden-hour
       .

       copy-codeshares section.
           display aircshr-dat upon environment-name
           accept prod-cshr-name from environment-value
           display golden-cshr-dat upon environment-name
           accept golden-cshr-name from environment-value
           if prod-cshr-name = spaces or golden-cshr-name = spaces
               exit section
           end-if
           open input prod-cshr
           open output golden-cshr
           move "Y" to more-records
           if prod-ref-status not = "00"
                   or golden-ref-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-cshr next record
                   at end
                       move "N" to more-records
                   not at end
                       move pcs-rec to gcs-rec
                       write gcs-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to reference-copied
                       end-write
               end-read
           end-perform
           close prod-cshr
           close golden-cshr
       .

       copy-border-services section.
           display airbsvc-dat upon environment-name
           accept prod-bsvc-name from environment-value
           display golden-bsvc-dat upon environment-name
           accept golden-bsvc-name from environment-value
           if prod-bsvc-name = spaces or golden-bsvc-name = spaces
               exit section
           end-if
           open input prod-bsvc
           open output golden-bsvc
           move "Y" to more-records
           if prod-ref-status not = "00"
                   or golden-ref-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-bsvc next record
                   at end
                       move "N" to more-records
                   not at end
                       move pbs-rec to gbs-rec
                       write gbs-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to reference-copied
                       end-write
               end-read
           end-perform
           close prod-bsvc
           close golden-bsvc
       .

       copy-fares section.
           display airfare-dat upon environment-name
           accept prod-fare-name from environment-value
           display golden-fare-dat upon environment-name
           accept golden-fare-name from environment-value
           if prod-fare-name = spaces or golden-fare-name = spaces
               exit section
           end-if
           open input prod-fare
           open output golden-fare
           move "Y" to more-records
           if prod-ref-status not = "00"
                   or golden-ref-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-fare next record
                   at end
                       move "N" to more-records
                   not at end
                       move pfa-rec to gfa-rec
                       write gfa-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to reference-copied
                       end-write
               end-read
           end-perform
           close prod-fare
           close golden-fare
       .

       copy-fir-boundaries section.
           display airfir-dat upon environment-name
           accept prod-fir-name from environment-value
           display golden-fir-dat upon environment-name
           accept golden-fir-name from environment-value
           if prod-fir-name = spaces or golden-fir-name = spaces
               exit section
           end-if
           open input prod-fir
           open output golden-fir
           move "Y" to more-records
           if prod-ref-status not = "00"
                   or golden-ref-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-fir next record
                   at end
                       move "N" to more-records
                   not at end
                       move pfr-rec to gfr-rec
                       write gfr-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to reference-copied
                       end-write
               end-read
           end-perform
           close prod-fir
           close golden-fir
       .

       copy-fx-rates section.
           display airfx-dat upon environment-name
           accept prod-fx-name from environment-value
           display golden-fx-dat upon environment-name
           accept golden-fx-name from environment-value
           if prod-fx-name = spaces or golden-fx-name = spaces
               exit section
           end-if
           open input prod-fx
           open output golden-fx
           move "Y" to more-records
           if prod-ref-status not = "00"
                   or golden-ref-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-fx next record
                   at end
                       move "N" to more-records
                   not at end
                       move pfx-rec to gfx-rec
                       write gfx-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to reference-copied
                       end-write
               end-read
           end-perform
           close prod-fx
           close golden-fx
       .

       copy-fx-history section.
           display airfxh-dat upon environment-name
           accept prod-fxh-name from environment-value
           display golden-fxh-dat upon environment-name
           accept golden-fxh-name from environment-value
           if prod-fxh-name = spaces or golden-fxh-name = spaces
               exit section
           end-if
           open input prod-fxh
           open output golden-fxh
           move "Y" to more-records
           if prod-ref-status not = "00"
                   or golden-ref-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-fxh next record
                   at end
                       move "N" to more-records
                   not at end
                       move pfh-rec to gfh-rec
                       write gfh-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to reference-copied
                       end-write
               end-read
           end-perform
           close prod-fxh
           close golden-fxh
       .

       copy-magvar-grid section.
           display airmvar-dat upon environment-name
           accept prod-mvar-name from environment-value
           display golden-mvar-dat upon environment-name
           accept golden-mvar-name from environment-value
           if prod-mvar-name = spaces or golden-mvar-name = spaces
               exit section
           end-if
           open input prod-mvar
           open output golden-mvar
           move "Y" to more-records
           if prod-ref-status not = "00"
                   or golden-ref-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-mvar next record
                   at end
                       move "N" to more-records
                   not at end
                       move pmv-rec to gmv-rec
                       write gmv-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to reference-copied
                       end-write
               end-read
           end-perform
           close prod-mvar
           close golden-mvar
       .

       copy-restrictions section.
           display airntm-dat upon environment-name
           accept prod-ntm-name from environment-value
           display golden-ntm-dat upon environment-name
           accept golden-ntm-name from environment-value
           if prod-ntm-name = spaces or golden-ntm-name = spaces
               exit section
           end-if
           open input prod-ntm
           open output golden-ntm
           move "Y" to more-records
           if prod-ref-status not = "00"
                   or golden-ref-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-ntm next record
                   at end
                       move "N" to more-records
                   not at end
                       move pnt-rec to gnt-rec
                       write gnt-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to reference-copied
                       end-write
               end-read
           end-perform
           close prod-ntm
           close golden-ntm
       .

       copy-city-centres section.
           display aircity-dat upon environment-name
           accept prod-city-name from environment-value
           display golden-city-dat upon environment-name
           accept golden-city-name from environment-value
           if prod-city-name = spaces or golden-city-name = spaces
               exit section
           end-if
           open input prod-city
           open output golden-city
           move "Y" to more-records
           if prod-ref-status not = "00"
                   or golden-ref-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-city next record
                   at end
                       move "N" to more-records
                   not at end
                       move pcy-rec to gcy-rec
                       write gcy-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to reference-copied
                       end-write
               end-read
           end-perform
           close prod-city
           close golden-city
       .

       copy-slot-capacity section.
           display airslot-dat upon environment-name
           accept prod-slot-name from environment-value
           display golden-slot-dat upon environment-name
           accept golden-slot-name from environment-value
           if prod-slot-name = spaces or golden-slot-name = spaces
               exit section
           end-if
           open input prod-slot
           open output golden-slot
           move "Y" to more-records
           if prod-ref-status not = "00"
                   or golden-ref-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-slot next record
                   at end
                       move "N" to more-records
                   not at end
                       move psl-rec to gsl-rec
                       write gsl-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to reference-copied
                       end-write
               end-read
           end-perform
           close prod-slot
           close golden-slot
       .

       copy-route-winds section.
           display airwnd-dat upon environment-name
           accept prod-wnd-name from environment-value
           display golden-wnd-dat upon environment-name
           accept golden-wnd-name from environment-value
           if prod-wnd-name = spaces or golden-wnd-name = spaces
               exit section
           end-if
           open input prod-wnd
           open output golden-wnd
           move "Y" to more-records
           if prod-ref-status not = "00"
                   or golden-ref-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-wnd next record
                   at end
                       move "N" to more-records
                   not at end
                       move pwn-rec to gwn-rec
                       write gwn-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to reference-copied
                       end-write
               end-read
           end-perform
           close prod-wnd
           close golden-wnd
       .

       copy-fleet section.
           display airflt-dat upon environment-name
           accept prod-flt-name from environment-value
           display golden-flt-dat upon environment-name
           accept golden-flt-name from environment-value
           if prod-flt-name = spaces or golden-flt-name = spaces
               exit section
           end-if
           open input prod-flt
           open output golden-flt
           move "Y" to more-records
           if prod-ref-status not = "00"
                   or golden-ref-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-flt next record
                   at end
                       move "N" to more-records
                   not at end
                       move pfl-rec to gfl-rec
                       write gfl-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to reference-copied
                       end-write
               end-read
           end-perform
           close prod-flt
           close golden-flt
       .

       copy-code-history section.
           display airchist-dat upon environment-name
           accept prod-chist-name from environment-value
           display golden-chist-dat upon environment-name
           accept golden-chist-name from environment-value
           if prod-chist-name = spaces or golden-chist-name = spaces
               exit section
           end-if
           open input prod-chist
           open output golden-chist
           move "Y" to more-records
           if prod-ref-status not = "00"
                   or golden-ref-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-chist next record
                   at end
                       move "N" to more-records
                   not at end
                       move pch-rec to gch-rec
                       write gch-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to reference-copied
                       end-write
               end-read
           end-perform
           close prod-chist
           close golden-chist
       .

       copy-messages section.
           display airmsg-dat upon environment-name
           accept prod-msg-name from environment-value
           display golden-msg-dat upon environment-name
           accept golden-msg-name from environment-value
           if prod-msg-name = spaces or golden-msg-name = spaces
               exit section
           end-if
           open input prod-msg
           open output golden-msg
           move "Y" to more-records
           if prod-ref-status not = "00"
                   or golden-ref-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read prod-msg next record
                   at end
                       move "N" to more-records
                   not at end
                       move pms-rec to gms-rec
                       write gms-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to reference-copied
                       end-write
               end-read
           end-perform
           close prod-msg
           close golden-msg
       .

       copy-icao-prefixes section.
           display prefix-dat upon environment-name
           accept prod-pfx-name from environment-value
           display golden-pfx-dat upon environment-name
           accept golden-pfx-name from environment-value
           if prod-pfx-name = spaces or golden-pfx-name = spaces
               exit section
           end-if
           open input prod-pfx
           if prod-ref-status not = "00"
               exit section
           end-if
           open output golden-pfx
           move "Y" to more-records
           perform until no-more-records
               read prod-pfx
                   at end
                       move "N" to more-records
                   not at end
                       write gpx-rec from ppx-rec
                       add 1 to reference-copied
               end-read
           end-perform
           close prod-pfx
           close golden-pfx
       .

       write-run-log-start section.
           move "AIRANON" to rl-job-name
           move "S" to rl-record-type
           move spaces to rl-status
           move 0 to rl-in-count rl-out-count
                     rl-reject-count
           call "airrlog" using rl-run-log-area
       .

       write-run-log-end section.
           move "E" to rl-record-type
           move run-status-word to rl-status
           if run-status-word = "FAIL"
               move 8 to return-code
           end-if
           move airports-copied to rl-in-count
           move airports-copied to rl-out-count
           move 0 to rl-reject-count
           call "airrlog" using rl-run-log-area
       .

       display-summary section.
           display "Golden set extract complete"
           display "  Airports copied    : " airports-copied
           display "  Routes copied      : " routes-copied
           display "  Reference records  : " reference-copied
           display "  Authority rows     : " authority-written
           display "  Training accounts  : " accounts-seeded
           display "  Query history      : " queries-written
           display "  Audit entries      : " audit-written
           display "  Operators mapped   : " operator-map-count
           display "  Terminals masked   : " terminal-map-count
           if map-overflowed = 1
               display "  Pseudonym table full - later ids masked "
                       "as OP999999/TM999999"
           end-if
       .

       end program airanon.
