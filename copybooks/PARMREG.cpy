               05 PARM-DIAS-INACTIVIDAD    PIC 9(05).
               05 PARM-MODO-SIMULACION     PIC X(01).
               05 PARM-ORIGEN-POBLACION    PIC X(01).
               05 PARM-UMBRAL-EFECTIVO     PIC 9(09).
               05 PARM-UMBRAL-FRACCIONADO  PIC 9(09).
               05 PARM-VENTANA-EFECTIVO    PIC 9(03).
               05 PARM-PERIODOS-PROYECCION PIC 9(02).
               05 PARM-DIAS-AVISO-INACTIVIDAD PIC 9(03).
               05 PARM-MODO-RECUPERACION   PIC X(01).
               05 PARM-FECHA-HASTA         PIC X(08).
               05 PARM-DIAS-HABILES        PIC X(01).
