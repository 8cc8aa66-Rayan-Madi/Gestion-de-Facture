       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTS-TEXTE-FILE.
       01  CLI-TEXTE          PIC X(105).

       FD  CLIENTS-IDX-FILE.
       COPY "clirec.cpy".

       FD  ARTICLES-TEXTE-FILE.
       01  ART-TEXTE          PIC X(46).

       FD  ARTICLES-IDX-FILE.
       COPY "artrec.cpy".
