      *    Estado por consultor que deja el corte de PROY-NOM en
      *    2880-GRABA-ESTADO para la dispersion de DIS-CON; antes
      *    cada programa traia su copia y el motivo de rechazo del
      *    banco obligo a juntarlas (igual que REG-CNS).
      *    ECO-ESTADO: P = pendiente de dispersar, D = ya incluido
      *    en un archivo de dispersion por DIS-CON. Una transferencia
      *    que el banco rechaza vuelve a P (RES-TRF) con el motivo
      *    del banco en ECO-MOTIVO; DIS-CON lo limpia al dispersar.
       01 REG-ECO.
           03 ECO-FECHA     PIC 9(08).
           03 ECO-ID-CONS   PIC 9(04).
           03 ECO-NOMBRE    PIC X(30).
           03 ECO-BRUTO     PIC 9(13)V99.
           03 ECO-RETENCION PIC 9(13)V99.
           03 ECO-NETO      PIC 9(13)V99.
           03 ECO-ESTADO    PIC X.
               88 ECO-PENDIENTE   VALUE "P".
               88 ECO-DISPERSADO  VALUE "D".
           03 ECO-MOTIVO    PIC X(20).
