      *    CLICERT
      ******************************************************************
      * COPY DE ARCHIVO DE RECERTIFICACION DE DATOS DEL CLIENTE        *
      * (CONOZCA A SU CLIENTE, PGM_28Z). UNA FILA POR NRO_CLIENTE      *
      * CON SU PERFIL DE RIESGO, LA ULTIMA RECERTIFICACION REGISTRADA  *
      * EN EL MOSTRADOR Y EL ESTADO DEL CICLO QUE CALCULA CADA NOCHE   *
      * PGM_28Z/CLICERTV:                                              *
      *   - FECHA_CONFIRMACION = LA MAS NUEVA ENTRE EL ULTIMO AL/MO    *
      *     NO REVERSADO DEL DOCUMENTO EN CP-TBVHIST (PGM_27U) Y LA    *
      *     ULTIMA RECERTIFICACION REGISTRADA                          *
      *   - FECHA_VENCIMIENTO = CONFIRMACION + MESES DEL PERFIL        *
      *   - FECHA_BLOQUEO = VENCIMIENTO + DIAS DE GRACIA               *
      * LO LEEN CLICONS (PGM_27X) Y CTANOVE (PGM_28M) PARA AVISAR EN   *
      * EL MOSTRADOR Y CTANOVE/CTACARGA (PGM_28F) PARA RECHAZAR LA     *
      * APERTURA (AP) DE UN CLIENTE BLOQUEADO. LA RECERTIFICACION Y    *
      * EL PERFIL SE REGISTRAN EN LINEA CON PGM_28Z/CLICERE, QUE DEJA  *
      * AL CLIENTE AL DIA EN EL ACTO.                                  *
      * ORGANIZACION INDEXADA. KEY (1,5) = NRO_CLIENTE.                *
      ******************************************************************
       01  WK-CLICERT.
      *    *************************************************************
      *                       NRO_CLIENTE -- VER CP-TBVCLIEN (PGM_27S)
           10 WK-CER-NRO-CLIENTE          PIC 9(5).
      *    *************************************************************
      *                       DOCUMENTO DEL CLIENTE (COPIA DE CLISEQ)
           10 WK-CER-TIPO-DOCUMENTO       PIC X(2).
           10 WK-CER-NRO-DOCUMENTO        PIC 9(11).
      *    *************************************************************
      *                       PERFIL DE RIESGO
      *    VALIDOS: A (ALTO); M (MEDIO); B (BAJO). CADA PERFIL TIENE
      *    SU PERIODO DE RECERTIFICACION EN EL PARAMETRO DE CLICERTV
           10 WK-CER-PERFIL-RIESGO        PIC X(1).
              88 WK-CER-RIESGO-ALTO       VALUE 'A'.
              88 WK-CER-RIESGO-MEDIO      VALUE 'M'.
              88 WK-CER-RIESGO-BAJO       VALUE 'B'.
              88 WK-CER-PERFIL-VALIDO     VALUE 'A' 'M' 'B'.
      *    *************************************************************
      *                       ULTIMA RECERTIFICACION REGISTRADA EN EL
      *                       MOSTRADOR (AAAA-MM-DD; EN BLANCO =
      *                       NUNCA) Y OPERADOR (USERID CICS)
           10 WK-CER-FECHA-RECERT         PIC X(10).
           10 WK-CER-OPERADOR-RECERT      PIC X(8).
      *    *************************************************************
      *                       ULTIMA CONFIRMACION DE DATOS (AAAA-MM-DD)
      *                       Y DE DONDE SALIO
      *    VALIDOS: AL; MO (TBVHIST); RC (RECERTIFICACION); FA (FECHA
      *    DE ALTA DE TBVCLIEN, SIN HISTORIA EN LINEA)
           10 WK-CER-FECHA-CONFIRMACION   PIC X(10).
           10 WK-CER-ORIGEN-CONFIRMACION  PIC X(2).
      *    *************************************************************
      *                       FECHA_VENCIMIENTO Y FECHA_BLOQUEO
      *                       (AAAA-MM-DD; EN BLANCO = A CALCULAR EN
      *                       LA PROXIMA CORRIDA DE CLICERTV)
           10 WK-CER-FECHA-VENCIMIENTO    PIC X(10).
           10 WK-CER-FECHA-BLOQUEO        PIC X(10).
      *    *************************************************************
      *                       ESTADO DEL CICLO
      *    VALIDOS: A (AL DIA); V (VENCIDO, EN GRACIA: SE AVISA);
      *    B (BLOQUEADO: SIN APERTURAS AP HASTA RECERTIFICAR)
           10 WK-CER-ESTADO               PIC X(1).
              88 WK-CER-AL-DIA            VALUE 'A'.
              88 WK-CER-VENCIDO           VALUE 'V'.
              88 WK-CER-BLOQUEADO         VALUE 'B'.
              88 WK-CER-SIN-RECERTIFICAR  VALUE 'V' 'B'.
      *    *************************************************************
      *                       FECHA DE LA CORRIDA QUE CALCULO EL ESTADO
           10 WK-CER-FECHA-CALCULO        PIC X(10).
      *    *************************************************************
      *                       ULTIMO AVISO DE RECERTIFICACION
      *                       (AAAA-MM-DD) Y SU RESULTADO
      *    VALIDOS: E (AVISO EMITIDO); N (NO ENVIABLE, VER CLICENOE)
           10 WK-CER-FECHA-AVISO          PIC X(10).
           10 WK-CER-RESULTADO-AVISO      PIC X(1).
              88 WK-CER-AVISO-EMITIDO     VALUE 'E'.
              88 WK-CER-AVISO-NO-ENVIABLE VALUE 'N'.
      ******************************************************************
