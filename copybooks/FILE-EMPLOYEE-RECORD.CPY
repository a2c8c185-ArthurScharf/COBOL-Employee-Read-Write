                     ==EMP-TERMINATED==   BY ==FILE-EMP-TERMINATED==
                     ==STATUS-DATE==      BY ==FILE-STATUS-DATE==
                     ==PAY-GRADE==        BY ==FILE-PAY-GRADE==
                     ==SALARY==           BY ==FILE-SALARY==
                     ==SUPERVISOR-ID==    BY ==FILE-SUPERVISOR-ID==
                     ==TERMINATION-REASON==
                         BY ==FILE-TERMINATION-REASON==
                     ==TERM-RESIGNATION== BY ==FILE-TERM-RESIGNATION==
                     ==TERM-RETIREMENT==  BY ==FILE-TERM-RETIREMENT==
                     ==TERM-DISMISSAL==   BY ==FILE-TERM-DISMISSAL==
                     ==TERM-END-OF-CONTRACT==
                         BY ==FILE-TERM-END-OF-CONTRACT==
                     ==TERM-DECEASED==    BY ==FILE-TERM-DECEASED==
                     ==TERM-OTHER==       BY ==FILE-TERM-OTHER==
                     ==TERM-REASON-VALID==
                         BY ==FILE-TERM-REASON-VALID==.
