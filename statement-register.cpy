      * En raekke pr. udstedt kontoudtog i statement-register.txt,
      * skrevet ved udstedelsen: loebenummer (S + 8 cifre fra
      * statement-number-sequence.txt), kunde, koerselsdato, kanal
      * (P=papir, E=email, D=Digital Post, R=genudstedelse via
      * STMTRE) og den periode udtoget daekker (blank = hele
      * historikken). For en genudstedelse peger originalnummeret
      * paa det udtog kunden oprindeligt fik. Hvordan et Digital
      * Post-udtog endte (leveret/fejlet) staar i
      * digital-post-documents.txt under udtogsnummeret.
           02 RG-STATEMENT-NUMBER      PIC X(9) VALUE SPACES.
           02 RG-CLIENT-ID             PIC X(10) VALUE SPACES.
           02 RG-RUN-DATE              PIC X(8) VALUE SPACES.
