               when other
                   move pc-function to pm-action-show
           end-evaluate
           if pc-staged-close
               move "CLOSE" to pm-action-show
           end-if
           move pc-code to pm-code-show
           move pc-operator to pm-operator-show
           move pcn-name to pm-name-show
