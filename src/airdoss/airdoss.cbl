      * Consolidated dossier for one airport (dd_dossier_code) -
      * the everything-on-one-desk run for when an airport is in
      * the news. Pulls, one section each, from: the master
      * record, operating hours, costs, facilities/contacts, desk
      * annotations, runway detail, temporary restrictions,
      * designated alternates, metro membership, code-reassignment
      * history, traffic statistics, routes touching the airport,
      * staged pending changes, and the most recent maintenance
      * audit entries. A reference file with no record for the airport
      * says so explicitly rather than silently printing nothing.
      * Output to dd_dossier_out; writes the common run log.
      *
           file status is airpend-status
           access dynamic.

       select airanot-file assign airanot-file-name
           organization indexed
           record key is dn-key with no duplicates
           file status is airanot-status
           access dynamic.

       select audit-file assign audit-file-name
           organization line sequential
           file status is audit-status.
       01 fc-rec.
       copy "airfac.cpy" replacing ==(prefix)== by ==fc==.

       fd airanot-file.
       01 dn-rec.
       copy "airanot.cpy" replacing ==(prefix)== by ==dn==.

       fd airrwy-file.
       01 rw-rec.
       copy "airrwy.cpy" replacing ==(prefix)== by ==rw==.
       copy "airrec.cpy" replacing ==(prefix)== by ==audold==.
       02 aud-new-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==audnew==.
       02 aud-approver                 pic x(8).
       02 aud-chain.
       copy "airachn.cpy" replacing ==(prefix)== by ==aud==.

       fd report-file.
       01 report-rec                   pic x(132).
       01 airstat-file-name            pic x(80).
       01 airline-file-name            pic x(80).
       01 airpend-file-name            pic x(80).
       01 airanot-file-name            pic x(80).
       01 audit-file-name              pic x(80).
       01 report-file-name             pic x(80).
       01 file-status                  pic xx.
       01 airstat-status               pic xx.
       01 airline-status               pic xx.
       01 airpend-status               pic xx.
       01 airanot-status               pic xx.
       01 audit-status                 pic xx.
       01 report-status                pic xx.
       78 airport-dat                  value "dd_airports".
       78 airstat-dat                  value "dd_traffic_stats".
       78 airline-dat                  value "dd_airlines".
       78 airpend-dat                  value "dd_pending_changes".
       78 airanot-dat                  value "dd_annotations".
       78 audit-dat                    value "dd_audit_log".
       78 report-dat                   value "dd_dossier_out".
       78 dossier-code-dat             value "dd_dossier_code".
       01 dossier-code                 pic x(4).
       01 master-found                 pic 9 value 0.
       01 section-rows                 pic 9(5).
       01 window-what                  pic x(12).
       01 more-input                   pic x.
           88 no-more-input            value "N".

       01 ring-step                    pic 9(2).

       01 detail-line                  pic x(132).
       01 now-stamp                    pic x(21).
       01 today-date                   pic x(8).
       01 visibility-text              pic x(8).

       procedure division.
       main section.
               perform write-hours-section
               perform write-cost-section
               perform write-facilities-section
               perform write-annotations-section
               perform write-runway-section
               perform write-restriction-section
               perform write-alternates-section
           end-if
       .

       write-annotations-section section.
       *> every current note on the airport - the dossier goes to
       *> whoever asked for it, so own-desk notes are shown too,
       *> marked with the desk they belong to
           move "DESK ANNOTATIONS" to detail-line
           perform write-section-heading
           display airanot-dat upon environment-name
           accept airanot-file-name from environment-value
           open input airanot-file
           if airanot-status not = "00"
               perform write-file-missing-line
           else
               move function current-date to now-stamp
               move now-stamp(1:8) to today-date
               move 0 to section-rows
               move dossier-code to dn-airport
               move 0 to dn-seq
               move "Y" to more-input
               start airanot-file key >= dn-key
                   invalid key
                       move "N" to more-input
               end-start
               perform until no-more-input
                   read airanot-file next record
                       at end
                           move "N" to more-input
                       not at end
                           if dn-airport not = dossier-code
                               move "N" to more-input
                           else
                               if dn-current
                                   and (dn-expires = spaces
                                       or dn-expires = zeros
                                       or dn-expires >= today-date)
                                   perform write-annotation-lines
                               end-if
                           end-if
                   end-read
               end-perform
               if section-rows = 0
                   perform write-no-record-line
               end-if
               close airanot-file
           end-if
       .

       write-annotation-lines section.
           add 1 to section-rows
           if dn-everyone
               move "everyone" to visibility-text
           else
               move dn-desk to visibility-text
           end-if
           move spaces to detail-line
           string "  " delimited by size
                  dn-seq delimited by size
                  " by " delimited by size
                  dn-author delimited by size
                  " on " delimited by size
                  dn-written delimited by size
                  " for " delimited by size
                  visibility-text delimited by size
                  " expires " delimited by size
                  dn-expires delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "        " delimited by size
                  dn-text delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       write-runway-section section.
           move "RUNWAYS" to detail-line
           perform write-section-heading
                                       move "N" to more-input
                                   else
                                       add 1 to section-rows
                                       move spaces to window-what
                                       if nt-runway-closure
                                           string "RWY " nt-runway
                                               delimited by size
                                               into window-what
                                       end-if
                                       move spaces to detail-line
                                       string "  " delimited by size
                                              nt-start-date
                                              nt-end-date
                                                  delimited by size
                                              " " delimited by size
                                              window-what
                                                  delimited by size
                                              nt-reason
                                                  delimited by size
                                              into detail-line
           move 1 to rl-in-count
           move master-found to rl-out-count
           move 0 to rl-reject-count
           move report-file-name to rl-report-file
           move "Airport dossier" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

