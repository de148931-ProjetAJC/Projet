      * giving the time window they take dual flights. F1 rejects a
      * dual plan whose named instructor departs outside their
      * declared window; an instructor with no declared windows at
      * all is unrestricted. A reservation naming the instructor
      * must sit wholly inside that weekday's window
      * (INSTRRESA-PROC.cpy), and F112 shows the windows on the
      * instructor's weekly agenda.
       01  DISPOINST-REC.
           05  DI-CLE.
               10  DI-NUMPIL       PIC 9(6).
