      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DEL CATALOGO DE REGISTROS
      *                 PATRONALES (PATRCAT): CODIGO DE 2 POSICIONES
      *                 (EL MISMO QUE VIAJA EN EM-REG-PATRONAL), EL
      *                 REGISTRO PATRONAL DEL IMSS, LA ENTIDAD LEGAL
      *                 (RAZON SOCIAL) A LA QUE PERTENECE CON SU RFC Y
      *                 SU NOMBRE, Y BANDERA DE VIGENCIA. UNA ENTIDAD
      *                 PUEDE TENER VARIOS REGISTROS; TODOS SUS
      *                 RENGLONES LLEVAN EL MISMO RFC Y RAZON SOCIAL.
      *                 LO MANTIENE PROGCMNT, LO VALIDA PROGVPAT Y LO
      *                 CARGA PROGCPAT PARA LAS SALIDAS POR ENTIDAD.
      * Tectonics:      COPY PATRREG.
      ******************************************************************
       01  PT-REGISTRO.
           05 PT-CODIGO             PIC X(02).
           05 PT-REGISTRO-IMSS      PIC X(11).
           05 PT-ENTIDAD            PIC X(02).
           05 PT-RFC-ENTIDAD        PIC X(13).
           05 PT-RAZON-SOCIAL       PIC X(30).
           05 PT-ESTADO             PIC X(01).
               88 PT-ACTIVO                         VALUE "A".
               88 PT-INACTIVO                       VALUE "I".
