      *    Censo nocturno de archivos (CEN-ARC): un registro por
      *    archivo maestro o bitacora y fecha de proceso, con sus
      *    registros y la fecha mas vieja y mas reciente que trae.
      *    Es la historia de la que TEN-ARC saca el crecimiento por
      *    mes y la proyeccion contra el umbral de cada archivo.
       01 REG-CEN.
           03 CEN-FECHA      PIC 9(08).
           03 CEN-HORA       PIC 9(06).
           03 CEN-ARCHIVO    PIC X(08).
           03 CEN-REGISTROS  PIC 9(09).
           03 CEN-FEC-ANT    PIC 9(08).
           03 CEN-FEC-REC    PIC 9(08).
           03 CEN-SITUACION  PIC X.
               88 CEN-LEIDO      VALUE "S".
               88 CEN-NO-EXISTE  VALUE "N".
               88 CEN-ERROR      VALUE "E".
