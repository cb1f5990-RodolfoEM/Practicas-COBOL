      *                 NOMBRE DEL DEPARTAMENTO EN VEZ DEL CODIGO.
      * Tectonics:      COPY DEPCREC.
      ******************************************************************
      *> MODIFICACIONES:
      *> 2026-10-15  SE AGREGAN AL FINAL DEL RENGLON EL CENTRO DE
      *>             TRABAJO (DC-UBICACION) Y LA ENTIDAD FEDERATIVA
      *>             DONDE ESTA (DC-ESTADO-FED, CLAVE DE 3 LETRAS DEL
      *>             CATALOGO DEL SAT: JAL, NLE, CMX...), QUE DECIDEN
      *>             EN QUE ESTADO SE CAUSA EL IMPUESTO SOBRE NOMINA
      *>             DEL DEPARTAMENTO (PROGISNM). UN RENGLON SIN LAS
      *>             COLUMNAS NUEVAS SE LEE COMO SIN ESTADO.
       01  DC-REGISTRO.
           05 DC-CODIGO             PIC X(04).
           05 DC-NOMBRE             PIC X(20).
           05 DC-ESTADO             PIC X(01).
               88 DC-ACTIVO                         VALUE "A".
               88 DC-INACTIVO                       VALUE "I".
           05 DC-UBICACION          PIC X(20).
           05 DC-ESTADO-FED         PIC X(03).
