
           COPY URLPROC.

           COPY URLVPROC.

           COPY URLJPROC.

           COPY URLBPROC.

           COPY URLDPROC.

           COPY URLKPROC.

           COPY URLIPROC.

       END PROGRAM URL-SHORTENER.
