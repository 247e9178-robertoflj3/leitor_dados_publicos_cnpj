           03 GEO-LONGITUDE              PIC S9(003)V9(006).
           03 GEO-QUALIDADE              PIC X.
           03 GEO-DATA-RETORNO           PIC 9(008).
           03 GEO-VALIDACAO              PIC X.
           03 GEO-MOTIVOS-SUSPEITA       PIC X(003).
           03 GEO-DATA-VALIDACAO         PIC 9(008).
