      *> SALTA CUANDO K <= RETURN-CODE, ES DECIR, CUANDO SUS
      *> CUENTAS YA DICEN QUE COMPLETO. EL RESUMEN DE LO COMPLETADO
      *> Y EL PUNTO DE REANUDACION SALEN EN PANTALLA.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  SE AGREGA PROGCFDI (TIMBRADO DE RECIBOS, PASO
      *>             056) AL FINAL DE LA LISTA: 22 PASOS.
      *> 2026-10-15  SE AGREGA PROGRETR (DIFERENCIAS RETROACTIVAS,
      *>             PASO 043) DESPUES DE PROGPACK: 23 PASOS; DE
      *>             PROGNOMI EN ADELANTE CADA PASO RECORRE UN LUGAR.
      *> 2026-10-15  SE AGREGA PROGDEVB (RESPUESTA DEL BANCO, PASO
      *>             051) DESPUES DE PROGRECO: 24 PASOS; DE PROGBDEP
      *>             EN ADELANTE CADA PASO RECORRE UN LUGAR.
      *> 2026-10-15  SE AGREGA PROGINTG (AUDITORIA DE INTEGRIDAD, PASO
      *>             058) AL FINAL DE LA LISTA: 25 PASOS.
      *> 2026-10-15  SE AGREGA PROGVARN (REVISION DE VARIACIONES, PASO
      *>             048A) DESPUES DE PROGGLIF: 26 PASOS; DE PROGBANC
      *>             EN ADELANTE CADA PASO RECORRE UN LUGAR.
      *> 2026-10-15  SE AGREGA PROGBLAY (ARCHIVOS POR BANCO RECEPTOR,
      *>             PASO 049A) DESPUES DE PROGBANC: 27 PASOS; DE
      *>             PROGRECO EN ADELANTE CADA PASO RECORRE UN LUGAR.
      *> 2026-10-15  SE AGREGA PROGNHCA (CARGA DEL HISTORICO DE
      *>             NOMINA, PASO 059) AL FINAL DE LA LISTA: 28 PASOS.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 FILLER PIC X(08) VALUE "PROGPLTL".
           05 FILLER PIC X(08) VALUE "PROGEXPO".
           05 FILLER PIC X(08) VALUE "PROGPACK".
           05 FILLER PIC X(08) VALUE "PROGRETR".
           05 FILLER PIC X(08) VALUE "PROGNOMI".
           05 FILLER PIC X(08) VALUE "PROGDREP".
           05 FILLER PIC X(08) VALUE "PROGRECI".
           05 FILLER PIC X(08) VALUE "PROGGLIF".
           05 FILLER PIC X(08) VALUE "PROGVARN".
           05 FILLER PIC X(08) VALUE "PROGBANC".
           05 FILLER PIC X(08) VALUE "PROGBLAY".
           05 FILLER PIC X(08) VALUE "PROGRECO".
           05 FILLER PIC X(08) VALUE "PROGDEVB".
           05 FILLER PIC X(08) VALUE "PROGBDEP".
           05 FILLER PIC X(08) VALUE "PROGIMSS".
           05 FILLER PIC X(08) VALUE "PROGCFDI".
           05 FILLER PIC X(08) VALUE "PROGINTG".
           05 FILLER PIC X(08) VALUE "PROGNHCA".

       01  WS-ORDEN-PASOS REDEFINES WS-ORDEN-CONSTANTES.
           05 WS-PASO-ESPERADO     PIC X(08) OCCURS 28 TIMES.

       01  WS-AREAS.
           05 WS-CICLOCTL-STATUS   PIC X(02).
           05 WS-CICLOCTL-EOF      PIC X(01)      VALUE "N".
               88 CICLOCTL-EOF                    VALUE "S".
           05 WS-MAX-PASOS         PIC 9(02)      VALUE 28.
           05 WS-COMPLETADOS       PIC 9(02)      VALUE ZERO.
           05 WS-SIGUIENTE         PIC 9(02).
           05 WS-DETENIDO          PIC X(01)      VALUE "N".
