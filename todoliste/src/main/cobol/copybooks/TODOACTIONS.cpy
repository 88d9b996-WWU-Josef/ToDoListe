           88  ACTION-SETACCESS               VALUE 'setaccess'.
           88  ACTION-ADDSTEP                 VALUE 'addstep'.
           88  ACTION-TOGGLESTEP              VALUE 'togglestep'.
           88  ACTION-HISTORY                 VALUE 'history'.
           88  ACTION-APPROVE                 VALUE 'approve'.
           88  ACTION-REJECT                  VALUE 'reject'.
           88  ACTION-APPROVALS               VALUE 'approvals'.
           88  ACTION-BULK                    VALUE 'bulk'.
           88  ACTION-WATCH                   VALUE 'watch'.
           88  ACTION-UNWATCH                 VALUE 'unwatch'.
           88  ACTION-GLOBALSEARCH            VALUE 'globalsearch'.
