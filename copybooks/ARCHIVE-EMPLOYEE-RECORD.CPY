                     ==EMP-TERMINATED==   BY ==ARCH-EMP-TERMINATED==
                     ==STATUS-DATE==      BY ==ARCH-STATUS-DATE==
                     ==PAY-GRADE==        BY ==ARCH-PAY-GRADE==
                     ==SALARY==           BY ==ARCH-SALARY==
                     ==SUPERVISOR-ID==    BY ==ARCH-SUPERVISOR-ID==
                     ==TERMINATION-REASON==
                         BY ==ARCH-TERMINATION-REASON==
                     ==TERM-RESIGNATION== BY ==ARCH-TERM-RESIGNATION==
                     ==TERM-RETIREMENT==  BY ==ARCH-TERM-RETIREMENT==
                     ==TERM-DISMISSAL==   BY ==ARCH-TERM-DISMISSAL==
                     ==TERM-END-OF-CONTRACT==
                         BY ==ARCH-TERM-END-OF-CONTRACT==
                     ==TERM-DECEASED==    BY ==ARCH-TERM-DECEASED==
                     ==TERM-OTHER==       BY ==ARCH-TERM-OTHER==
                     ==TERM-REASON-VALID==
                         BY ==ARCH-TERM-REASON-VALID==.
