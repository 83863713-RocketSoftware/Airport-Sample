      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Magnetic-variation service: the variation at a position,
      * interpolated across the four 5-degree grid points around it
      * (dd_magvar_grid, built by airmvld), and a true track turned
      * magnetic with it. A corner missing from the grid drops out
      * and the others carry its weight, so a sparse regional grid
      * still answers inside its own area. With no grid configured,
      * or no corner on file, found comes back "N". See
      * airmvarp.cpy for the parameter area.
      *
      ******************************************************************
       program-id. airmvar.

       select airmvar-file assign airmvar-file-name
           organization indexed
           record key is mg-key with no duplicates
           file status is airmvar-status
           access dynamic.

       data division.
       fd airmvar-file.
       01 mg-rec.
       copy "airmvar.cpy" replacing ==(prefix)== by ==mg==.

       working-storage section.
       01 airmvar-file-name            pic x(80).
       01 airmvar-status               pic xx.
       78 airmvar-dat                  value "dd_magvar_grid".
       78 grid-step                    value 5.

       01  file-angle.
             07  fa-sign       pic x.
             07  fa-degs       pic 9(3).
             07  fa-mins       pic 9(6).
       01  out-angle       comp-2.
       01  fp-helper       comp-2.

       01 position-lat                 comp-2.
       01 position-long                comp-2.
       01 cell-lat                     pic s9(3).
       01 cell-long                    pic s9(4).
       01 lat-fraction                 comp-2.
       01 long-fraction                comp-2.

       01 corner-lat                   pic s9(3).
       01 corner-long                  pic s9(4).
       01 corner-weight                comp-2.
       01 weight-total                 comp-2.
       01 weighted-variation           comp-2.
       01 corners-found                pic 9.
       01 plain-variation              comp-2.
       01 track-work                   pic s9(4).

       linkage section.
       copy "airmvarp.cpy" replacing ==(mv-prefix)== by ==mv==.

       procedure division using by reference mv-magvar-area.
       main section.
           move "N" to mv-found
           move 0 to mv-variation
           move mv-true-track to mv-mag-track
           display airmvar-dat upon environment-name
           accept airmvar-file-name from environment-value
           if airmvar-file-name = spaces
               exit program
           end-if
           open input airmvar-file
           if airmvar-status not = "00"
               exit program
           end-if
           perform interpolate-variation
           close airmvar-file
           if corners-found > 0
               move "Y" to mv-found
               compute track-work rounded =
                   mv-true-track - mv-variation
               compute mv-mag-track = function mod(track-work, 360)
           end-if
           exit program
       .

       interpolate-variation section.
       *> bilinear across the enclosing cell; the top row and the
       *> antimeridian column fold back into the last whole cell
           move mv-latitude to file-angle
           perform convert-angle
           move out-angle to position-lat
           move mv-longitude to file-angle
           perform convert-angle
           move out-angle to position-long

           compute cell-lat =
               function integer(position-lat / grid-step) * grid-step
           if cell-lat >= 90
               move 85 to cell-lat
           end-if
           compute cell-long =
               function integer(position-long / grid-step) * grid-step
           if cell-long >= 180
               move 175 to cell-long
           end-if
           compute lat-fraction =
               (position-lat - cell-lat) / grid-step
           compute long-fraction =
               (position-long - cell-long) / grid-step

           move 0 to corners-found weight-total weighted-variation
                     plain-variation
           move cell-lat to corner-lat
           move cell-long to corner-long
           compute corner-weight =
               (1 - lat-fraction) * (1 - long-fraction)
           perform add-grid-corner
           compute corner-long = cell-long + grid-step
           compute corner-weight = (1 - lat-fraction) * long-fraction
           perform add-grid-corner
           compute corner-lat = cell-lat + grid-step
           move cell-long to corner-long
           compute corner-weight = lat-fraction * (1 - long-fraction)
           perform add-grid-corner
           compute corner-long = cell-long + grid-step
           compute corner-weight = lat-fraction * long-fraction
           perform add-grid-corner

           evaluate true
               when corners-found = 0
                   continue
               when weight-total > 0
                   compute mv-variation rounded =
                       weighted-variation / weight-total
               when other
      *> sitting on a missing corner itself: the neighbours that are
      *> on file, evenly
                   compute mv-variation rounded =
                       plain-variation / corners-found
           end-evaluate
       .

       add-grid-corner section.
           compute mg-lat-band = corner-lat + 90
           compute mg-long-band = corner-long + 180
           read airmvar-file
               invalid key
                   continue
               not invalid key
                   add 1 to corners-found
                   add corner-weight to weight-total
                   compute weighted-variation = weighted-variation
                       + mg-variation * corner-weight
                   add mg-variation to plain-variation
           end-read
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

       end program airmvar.
