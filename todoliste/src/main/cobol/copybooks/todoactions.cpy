           88  ACTION-SHOW-NOTES                VALUE "show-notes".
           88  ACTION-ADD-DEP                   VALUE "add-dep".
           88  ACTION-INSTANTIATE               VALUE "instantiate".
           88  ACTION-TRANSFER-ITEM             VALUE "transfer-item".
           88  ACTION-SET-ESTIMATE              VALUE "set-estimate".
           88  ACTION-LOG-TIME                  VALUE "log-time".
