      ******************************************************************
      *
      * Morning reset for the training sandbox: rebuilds the sandbox
      * airport master, authority file and training sign-on accounts
      * from their golden copies (built from production by airanon)
      * and empties the sandbox query and audit logs, so every
      * training day starts from the same known state no matter what
      * yesterday's trainees did to it. Environment values:
      *     dd_golden_airports    / dd_training_airports
      *     dd_golden_authority   / dd_training_authority
      *     dd_golden_airlines    / dd_training_airlines
      *     dd_golden_credentials / dd_training_credentials
      *     dd_training_cache
      *     dd_training_codehist
      *     dd_training_annotations
      *     dd_training_cases
      *     dd_training_qhist
      *     dd_training_audit
      *
           file status is sandbox-airline-status
           access dynamic.

       select golden-cred assign golden-cred-name
           organization indexed
           record key is gc-operator-id with no duplicates
           file status is golden-cred-status
           access dynamic.

       select sandbox-cred assign sandbox-cred-name
           organization indexed
           record key is sc-operator-id with no duplicates
           file status is sandbox-cred-status
           access dynamic.

       select sandbox-cache assign sandbox-cache-name
           organization indexed
           record key is dc-pair-key with no duplicates
           file status is sandbox-chist-status
           access dynamic.

       select sandbox-anot assign sandbox-anot-name
           organization indexed
           record key is tn-key with no duplicates
           file status is sandbox-anot-status
           access dynamic.

       select sandbox-case assign sandbox-case-name
           organization indexed
           record key is tk-case-no with no duplicates
           alternate record key is tk-exception-key
               with no duplicates
           file status is sandbox-case-status
           access dynamic.

       select sandbox-qhist assign sandbox-qhist-name
           organization line sequential
           file status is sandbox-qhist-status.
       01 sr-rec.
       copy "airrte.cpy" replacing ==(prefix)== by ==sr==.

       fd golden-cred.
       01 gc-rec.
       copy "aircred.cpy" replacing ==(prefix)== by ==gc==.

       fd sandbox-cred.
       01 sc-rec.
       copy "aircred.cpy" replacing ==(prefix)== by ==sc==.

       fd sandbox-cache.
       01 dc-rec.
       copy "airdcache.cpy" replacing ==(prefix)== by ==dc==.
       01 ch-rec.
       copy "airchist.cpy" replacing ==(prefix)== by ==ch==.

       fd sandbox-anot.
       01 tn-rec.
       copy "airanot.cpy" replacing ==(prefix)== by ==tn==.

       fd sandbox-case.
       01 tk-rec.
       copy "aircase.cpy" replacing ==(prefix)== by ==tk==.

       fd sandbox-qhist.
       01 sq-rec                       pic x(80).

       01 sandbox-auth-name            pic x(80).
       01 golden-airline-name          pic x(80).
       01 sandbox-airline-name         pic x(80).
       01 golden-cred-name             pic x(80).
       01 sandbox-cred-name            pic x(80).
       01 sandbox-cache-name           pic x(80).
       01 sandbox-chist-name           pic x(80).
       01 sandbox-anot-name            pic x(80).
       01 sandbox-case-name            pic x(80).
       01 sandbox-qhist-name           pic x(80).
       01 sandbox-audit-name           pic x(80).
       01 golden-status                pic xx.
       01 sandbox-auth-status          pic xx.
       01 golden-airline-status        pic xx.
       01 sandbox-airline-status       pic xx.
       01 golden-cred-status           pic xx.
       01 sandbox-cred-status          pic xx.
       01 sandbox-cache-status         pic xx.
       01 sandbox-chist-status         pic xx.
       01 sandbox-anot-status          pic xx.
       01 sandbox-case-status          pic xx.
       01 sandbox-qhist-status         pic xx.
       01 sandbox-audit-status         pic xx.
       78 golden-airports-dat          value "dd_golden_airports".
       78 training-auth-dat            value "dd_training_authority".
       78 golden-airline-dat           value "dd_golden_airlines".
       78 training-airline-dat         value "dd_training_airlines".
       78 golden-cred-dat              value "dd_golden_credentials".
       78 training-cred-dat            value "dd_training_credentials".
       78 training-cache-dat           value "dd_training_cache".
       78 training-chist-dat           value "dd_training_codehist".
       78 training-anot-dat            value "dd_training_annotations".
       78 training-case-dat            value "dd_training_cases".
       78 training-qhist-dat           value "dd_training_qhist".
       78 training-audit-dat           value "dd_training_audit".

           03 airports-copied          pic 9(7) value 0.
           03 authority-copied         pic 9(5) value 0.
           03 routes-copied            pic 9(5) value 0.
           03 accounts-copied          pic 9(5) value 0.

       procedure division.
       main section.
           perform reset-sandbox-airfile
           perform reset-sandbox-authority
           perform reset-sandbox-airlines
           perform reset-sandbox-credentials
           perform empty-sandbox-keyed-files
           perform empty-sandbox-logs
           perform write-run-log-end
           close sandbox-airline
       .

       reset-sandbox-credentials section.
       *> the golden accounts carry blank passwords, so every trainee
       *> sets a fresh one at the first sign-on of the day
           display golden-cred-dat upon environment-name
           accept golden-cred-name from environment-value
           display training-cred-dat upon environment-name
           accept sandbox-cred-name from environment-value
           if golden-cred-name = spaces or sandbox-cred-name = spaces
               exit section
           end-if
           open input golden-cred
           open output sandbox-cred
           move "Y" to more-records
           if golden-cred-status not = "00"
                   or sandbox-cred-status not = "00"
               move "N" to more-records
           end-if
           perform until no-more-records
               read golden-cred next record
                   at end
                       move "N" to more-records
                   not at end
                       move gc-rec to sc-rec
                       write sc-rec
                           invalid key
                               continue
                           not invalid key
                               add 1 to accounts-copied
                       end-write
               end-read
           end-perform
           close golden-cred
           close sandbox-cred
       .

       empty-sandbox-keyed-files section.
       *> the sandbox distance cache, code history, desk notes and
       *> case file start every training day empty - yesterday's
       *> practice merges, notes and case work must not linger
           display training-cache-dat upon environment-name
           accept sandbox-cache-name from environment-value
           if sandbox-cache-name not = spaces
               open output sandbox-chist
               close sandbox-chist
           end-if
           display training-anot-dat upon environment-name
           accept sandbox-anot-name from environment-value
           if sandbox-anot-name not = spaces
               open output sandbox-anot
               close sandbox-anot
           end-if
           display training-case-dat upon environment-name
           accept sandbox-case-name from environment-value
           if sandbox-case-name not = spaces
               open output sandbox-case
               close sandbox-case
           end-if
       .

       empty-sandbox-logs section.
           display "  Airports copied  : " airports-copied
           display "  Authority copied : " authority-copied
           display "  Routes copied    : " routes-copied
           display "  Accounts copied  : " accounts-copied
       .

       end program airtrst.
