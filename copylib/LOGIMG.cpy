      *=================================================================
           05 IMG-TIMESTAMP      PIC X(14).
           05 IMG-OPERACAO       PIC X(01).
           05 IMG-REGISTRO       PIC X(144).
