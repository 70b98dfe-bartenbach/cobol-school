           05  filler               pic x(60) value
               "chapter-twelve      night-preflight             ".
           05  filler               pic x(60) value
               "master-crosscheck   night-preflight             ".
           05  filler               pic x(20) value
               "Payroll_Assignment".
           05  filler               pic x(40) value
               "chapter-twelve      master-crosscheck".
       01  dependency-table redefines dependency-values.
           05  dependency-entry occurs 6 times.
               10  dep-step         pic x(20).
               10  dep-prereq occurs 2 times pic x(20).
       01  dependency-count         pic 9(1)  value 6.
       01  dep-sub                  pic 9(1)  value zero.
       01  dep-found-sub            pic 9(1)  value zero.
       01  pre-sub                  pic 9(1)  value zero.
