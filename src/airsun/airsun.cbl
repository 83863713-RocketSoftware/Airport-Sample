      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Civil sunrise/sunset service: the start of morning and end
      * of evening civil twilight for a position and date, in the
      * local clock of the UTC offset supplied. Worked with the
      * standard almanac approximation (mean anomaly, true
      * longitude, right ascension and declination of the sun,
      * then the local hour angle for a zenith of 96 degrees),
      * which holds to a minute or two outside the polar circles.
      * See airsunp.cpy for the parameter area.
      *
      ******************************************************************
       program-id. airsun.

       data division.
       working-storage section.
      *> the sun's centre six degrees below the horizon
       78 civil-zenith                 value 96.

       01  file-angle.
             07  fa-sign       pic x.
             07  fa-degs       pic 9(3).
             07  fa-mins       pic 9(6).
       01  out-angle       comp-2.
       01  fp-helper       comp-2.

       01 position-lat                 comp-2.
       01 position-long                comp-2.
       01 long-hours                   comp-2.
       01 degs-to-rads                 comp-2.
       01 day-of-year                  pic 9(3).
       01 year-start                   pic 9(8).

      *> one pass of the almanac - rising or setting
       01 event-is-rising              pic 9.
       01 approx-time                  comp-2.
       01 mean-anomaly                 comp-2.
       01 true-longitude               comp-2.
       01 right-ascension              comp-2.
       01 long-quadrant                comp-2.
       01 ra-quadrant                  comp-2.
       01 sin-declination              comp-2.
       01 cos-declination              comp-2.
       01 cos-hour-angle               comp-2.
       01 hour-angle                   comp-2.
       01 local-mean-time              comp-2.
       01 event-utc-hours              comp-2.
       01 event-local-mins             pic s9(5).
       01 event-never                  pic x.

       01 time-hh                      pic 99.
       01 time-mm                      pic 99.

       linkage section.
       copy "airsunp.cpy" replacing ==(su-prefix)== by ==su==.

       procedure division using by reference su-sun-area.
       main section.
           move "N" to su-state
           move 0 to su-rise-mins su-set-mins
           move "--:--" to su-rise-time su-set-time
           if su-date not numeric or su-date = 0
               move "P" to su-state
               exit program
           end-if
           compute degs-to-rads = function pi / 180
           move su-latitude to file-angle
           perform convert-angle
           move out-angle to position-lat
           move su-longitude to file-angle
           perform convert-angle
           move out-angle to position-long
           compute long-hours = position-long / 15
           move su-date(1:4) to year-start(1:4)
           move "0101" to year-start(5:4)
           compute day-of-year =
               function integer-of-date(su-date)
               - function integer-of-date(year-start) + 1

           move 1 to event-is-rising
           perform work-sun-event
           if event-never not = space
               move event-never to su-state
               exit program
           end-if
           move event-local-mins to su-rise-mins
           move 0 to event-is-rising
           perform work-sun-event
           move event-local-mins to su-set-mins

           divide su-rise-mins by 60 giving time-hh
               remainder time-mm
           string time-hh delimited by size
                  ":" delimited by size
                  time-mm delimited by size
                  into su-rise-time
           divide su-set-mins by 60 giving time-hh
               remainder time-mm
           string time-hh delimited by size
                  ":" delimited by size
                  time-mm delimited by size
                  into su-set-time
           exit program
       .

       work-sun-event section.
           move space to event-never
           if event-is-rising = 1
               compute approx-time =
                   day-of-year + ((6 - long-hours) / 24)
           else
               compute approx-time =
                   day-of-year + ((18 - long-hours) / 24)
           end-if
           compute mean-anomaly = (0.9856 * approx-time) - 3.289
           compute true-longitude = mean-anomaly
               + (1.916 * function sin(mean-anomaly * degs-to-rads))
               + (0.020
                  * function sin(2 * mean-anomaly * degs-to-rads))
               + 282.634
           compute true-longitude = true-longitude
               - function integer(true-longitude / 360) * 360

           compute right-ascension =
               function atan(0.91764
                   * function tan(true-longitude * degs-to-rads))
               / degs-to-rads
           compute right-ascension = right-ascension
               - function integer(right-ascension / 360) * 360
      *> right ascension into the same quadrant as the longitude
           compute long-quadrant =
               function integer(true-longitude / 90) * 90
           compute ra-quadrant =
               function integer(right-ascension / 90) * 90
           compute right-ascension =
               (right-ascension + long-quadrant - ra-quadrant) / 15

           compute sin-declination = 0.39782
               * function sin(true-longitude * degs-to-rads)
           compute cos-declination =
               function cos(function asin(sin-declination))
           compute cos-hour-angle =
               (function cos(civil-zenith * degs-to-rads)
                - (sin-declination
                   * function sin(position-lat * degs-to-rads)))
               / (cos-declination
                  * function cos(position-lat * degs-to-rads))
           if cos-hour-angle > 1
               move "P" to event-never
               exit section
           end-if
           if cos-hour-angle < -1
               move "D" to event-never
               exit section
           end-if

           if event-is-rising = 1
               compute hour-angle = 360
                   - function acos(cos-hour-angle) / degs-to-rads
           else
               compute hour-angle =
                   function acos(cos-hour-angle) / degs-to-rads
           end-if
           compute hour-angle = hour-angle / 15
           compute local-mean-time = hour-angle + right-ascension
               - (0.06571 * approx-time) - 6.622
           compute event-utc-hours = local-mean-time - long-hours
           compute event-local-mins rounded =
               (event-utc-hours + su-utc-offset) * 60
           compute event-local-mins =
               function mod(event-local-mins, 1440)
       .

       convert-angle section.
       *> the master's sign/degrees/fraction form to signed decimal
       *> degrees, read the same way aircode's convert-angle reads
       *> it, short of the final step into radians
           if fa-mins = 0
               move 1 to fa-mins
           end-if

           move fa-mins to fp-helper
           perform until fp-helper < 1.0
               compute fp-helper = fp-helper * .1
           end-perform

           compute fp-helper = fp-helper * 60
           move fp-helper to fa-mins

           compute out-angle = fa-degs + (fa-mins / 60)
           if fa-sign = "-"
               multiply -1 by out-angle
           end-if
       .

       end program airsun.
