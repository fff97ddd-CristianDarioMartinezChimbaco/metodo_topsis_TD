        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MAE-ID
        FILE STATUS IS ESTADO-MAESTRO.
        SELECT MAESTRO-CRITERIOS
        ASSIGN TO 'MAESTRO-CRITERIOS.DAT'
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MCR-ID
        FILE STATUS IS ESTADO-MAESTRO-CRIT.
        SELECT CSV-CONSOLIDADO ASSIGN TO 'CONSOLIDADO.csv'
        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT ARC-INSTANTANEA ASSIGN TO DYNAMIC ARCHIVO-INSTANTANEA
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-INSTANTANEA.
        SELECT CSV-COPIA ASSIGN TO DYNAMIC ARCHIVO-COPIA
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-COPIA.
        SELECT RPT-REPRODUCCION ASSIGN TO DYNAMIC ARCHIVO-REPRODUCCION
        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT CSV-RANKREV ASSIGN TO DYNAMIC ARCHIVO-RANKREV
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-RANKREV.
        SELECT CSV-APROBADORES ASSIGN TO 'APROBADORES.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-APROBADORES.
        SELECT CSV-DECISIONES ASSIGN TO 'DECISIONES.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-DECISIONES.
        SELECT RPT-DESVIOS ASSIGN TO 'DESVIOS.TXT'
        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT CSV-MANIFIESTO ASSIGN TO DYNAMIC ARCHIVO-MANIFIESTO
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-MANIFIESTO.
        SELECT RPT-VERIFICACION
        ASSIGN TO 'VERIFICACION-MANIFIESTOS.TXT'
        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT EXT-COMPRAS ASSIGN TO DYNAMIC ARCHIVO-EXTRACTO
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-EXTRACTO.
        SELECT RPT-RECHAZOS ASSIGN TO 'RECHAZOS-IMPORTACION.TXT'
        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT RPT-EXPLICACION ASSIGN TO DYNAMIC ARCHIVO-EXPLICACION
        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT CSV-PARAM-CARTERA ASSIGN TO DYNAMIC ARCHIVO-PARAM-CARTERA
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-PARAM-CARTERA.
        SELECT RPT-CARTERA ASSIGN TO DYNAMIC ARCHIVO-CARTERA
        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT RPT-DOMINANCIA ASSIGN TO DYNAMIC ARCHIVO-DOMINANCIA
        ORGANIZATION IS LINE SEQUENTIAL.
        SELECT CTL-CORRIDAS ASSIGN TO 'CONTROL-CORRIDAS.DAT'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ESTADO-CORRIDAS.

        DATA DIVISION.
        FILE SECTION.
            05  MAE-NOMBRE       PIC X(20).
            05  MAE-DESCRIPCION  PIC X(60).
            05  MAE-ESTADO       PIC X(1).
        FD  MAESTRO-CRITERIOS.
        01  REGISTRO-CRITERIO.
            05  MCR-ID           PIC X(8).
            05  MCR-NOMBRE       PIC X(20).
            05  MCR-UNIDAD       PIC X(10).
            05  MCR-SENTIDO      PIC X(9).
            05  MCR-PESO         PIC 9(1)V9(4).
            05  MCR-CATEGORIA    PIC X(20).
            05  MCR-ESTADO       PIC X(1).
        FD  CSV-CONSOLIDADO.
        01  CONSOLIDADO-CSV.
            05  CSV-RECORD       PIC X(1000).
        FD  ARC-INSTANTANEA.
        01  INSTANTANEA.
            05  INS-RECORD       PIC X(1001).
        FD  CSV-COPIA.
        01  COPIA.
            05  CSV-RECORD       PIC X(1000).
        FD  RPT-REPRODUCCION.
        01  REPRODUCCION.
            05  RPT-RECORD       PIC X(132).
        FD  CSV-RANKREV.
        01  RANKREV.
            05  CSV-RECORD       PIC X(1000).
        FD  CSV-APROBADORES.
        01  APROBADORES.
            05  CSV-RECORD       PIC X(1000).
        FD  CSV-DECISIONES.
        01  DECISIONES.
            05  CSV-RECORD       PIC X(1000).
        FD  RPT-DESVIOS.
        01  DESVIOS.
            05  RPT-RECORD       PIC X(132).
        FD  CSV-MANIFIESTO.
        01  MANIFIESTO.
            05  CSV-RECORD       PIC X(1000).
        FD  RPT-VERIFICACION.
        01  VERIFICACION.
            05  RPT-RECORD       PIC X(132).
        FD  EXT-COMPRAS.
        01  EXTRACTO.
            05  EXT-RECORD       PIC X(80).
        FD  RPT-RECHAZOS.
        01  RECHAZOS.
            05  RPT-RECORD       PIC X(132).
        FD  RPT-EXPLICACION.
        01  EXPLICACION.
            05  RPT-RECORD       PIC X(132).
        FD  CSV-PARAM-CARTERA.
        01  PARAM-CARTERA.
            05  CSV-RECORD       PIC X(1000).
        FD  RPT-CARTERA.
        01  CARTERA.
            05  RPT-RECORD       PIC X(132).
        FD  RPT-DOMINANCIA.
        01  DOMINANCIA.
            05  RPT-RECORD       PIC X(132).
        FD  CTL-CORRIDAS.
        01  REGISTRO-CORRIDAS.
            05  CTL-RECORD       PIC X(80).

        WORKING-STORAGE SECTION.
        01  EOF                  PIC 9 VALUE 0.
        01  HIST-ID              PIC X(8).
        01  FLAG-COINCIDE-PREV   PIC 9 VALUE 0.

        01  ESTADO-MAESTRO-CRIT  PIC X(2) VALUE "00".
        01  FLAG-MAESTRO-CRIT    PIC 9 VALUE 0.
        01  LIMITE-MAESTRO-CRIT  PIC 9(3) VALUE 100.
        01  TABLA-MAESTRO-CRIT.
            05  FILA-MAESTRO-CRIT OCCURS 100 TIMES.
                10  MCR-TAB-ID   PIC X(8).
                10  MCR-TAB-NOMBRE PIC X(20).
                10  MCR-TAB-UNIDAD PIC X(10).
                10  MCR-TAB-SENTIDO PIC X(9).
                10  MCR-TAB-PESO PIC 9(1)V9(4).
                10  MCR-TAB-CATEGORIA PIC X(20).
                10  MCR-TAB-ESTADO PIC X(1).
        01  NUMERO-MAESTRO-CRIT  PIC 9(3) VALUE 0.
        01  POS-MAESTRO-CRIT     PIC 9(3) VALUE 1.
        01  CABECERAS-PAGOS      OCCURS 30 TIMES.
            05  CABECERA-PAGOS   PIC X(20).
        01  NUMERO-CABECERAS-PAGOS PIC 9(2) VALUE 0.
        01  CRITERIOS-EN-MAESTRO OCCURS 30 TIMES.
            05  POS-CRIT-MAESTRO PIC 9(3).
        01  CRITERIO-PREVIO      PIC 9(2) VALUE 1.
        01  CAMPO-ID-MCR         PIC X(8).
        01  CAMPO-NOMBRE-MCR     PIC X(20).
        01  CAMPO-UNIDAD-MCR     PIC X(10).
        01  CAMPO-SENTIDO-MCR    PIC X(9).
        01  CAMPO-PESO-MCR       PIC X(14).
        01  CAMPO-CATEGORIA-MCR  PIC X(20).
        01  ESTADO-NUEVO-MCR     PIC X(1).
        01  PESO-MCR-LEIDO       PIC S9(7)V9(4) VALUE 0.
        01  PESO-MCR-EDIT        PIC 9.9999.
        01  FLAG-DATOS-MCR       PIC 9 VALUE 0.
        01  FLAG-LEIDO-MCR       PIC 9 VALUE 0.

        01  ARCHIVO-CATEGORIAS   PIC X(100) VALUE 'CATEGORIAS.csv'.
        01  ESTADO-CATEGORIAS    PIC X(2) VALUE "00".
        01  FLAG-CATEGORIAS      PIC 9 VALUE 0.
            05  INT-CAB-TIPO     PIC X(1).
            05  INT-CAB-MARCA    PIC X(14).
            05  INT-CAB-ESCENARIO PIC X(30).
            05  INT-CAB-NUMERO   PIC 9(8).
        01  REG-INT-DETALLE.
            05  INT-DET-TIPO     PIC X(1).
            05  INT-DET-ID       PIC X(8).
            05  ESC-NOMBRES      PIC X(100).
            05  ESC-UMBRALES     PIC X(100).
            05  ESC-COMPARACIONES PIC X(100).
            05  ESC-OPCIONES     PIC X(40).
            05  ESC-MANIFIESTO   PIC X(100).
            05  ESC-CARTERA      PIC X(100).
        01  ARCHIVO-TENDENCIAS   PIC X(100) VALUE 'TENDENCIAS.TXT'.
        01  ARCHIVO-VALIDACION   PIC X(100) VALUE 'VALIDACION.TXT'.
        01  FLAG-NUMERO-VALIDO   PIC 9 VALUE 1.
        01  LINEA-EJECUCION      PIC X(132).
        01  SEGUNDOS-EDIT        PIC ZZZZ9.

        01  LINEA-COMANDO        PIC X(80).
        01  PARAMETRO-EXTRA      PIC X(30).
        01  DIAS-RETENCION       PIC 9(4) VALUE 90.
        01  FECHA-HOY-NUM        PIC 9(8) VALUE 0.
        01  DIAS-ENTERO          PIC 9(7) VALUE 0.
        01  CONTADOR-RET-EDIT    PIC ZZZZZ9.
        01  CONTADOR-ARC-EDIT    PIC ZZZZZ9.

        01  ID-CORRIDA           PIC X(17) VALUE SPACES.
        01  SUFIJO-CORRIDA       PIC 9(2) VALUE 0.
        01  ARCHIVO-INSTANTANEA  PIC X(100).
        01  ESTADO-INSTANTANEA   PIC X(2) VALUE "00".
        01  ARCHIVO-COPIA        PIC X(100).
        01  ESTADO-COPIA         PIC X(2) VALUE "00".
        01  ETIQUETA-COPIA       PIC X(14).
        01  FLAG-COPIA-ABIERTA   PIC 9 VALUE 0.
        01  FLAG-LEIDO-COMPARACIONES PIC 9 VALUE 0.
        01  FLAG-LEIDO-PESOS     PIC 9 VALUE 0.
        01  FLAG-LEIDO-ESCALAS   PIC 9 VALUE 0.
        01  FLAG-LEIDO-PAGOS     PIC 9 VALUE 0.
        01  FLAG-LEIDO-SOLUCIONES PIC 9 VALUE 0.
        01  FLAG-LEIDO-NOMBRES   PIC 9 VALUE 0.
        01  PESO-INSTANTANEA-EDIT PIC 9.9(12).
        01  REG-INS-CONTROL.
            05  INS-CTL-TIPO     PIC X(1).
            05  INS-CTL-CORRIDA  PIC X(17).
            05  INS-CTL-FUENTE   PIC X(10).
            05  INS-CTL-ESCENARIO PIC X(30).
            05  INS-CTL-VECTORIAL PIC 9.
            05  INS-CTL-ENTROPIA PIC 9.
            05  INS-CTL-OPCIONES PIC X(40).
            05  INS-CTL-NUMERO   PIC 9(8).
        01  REG-INS-ARCHIVO.
            05  INS-ARC-TIPO     PIC X(1).
            05  INS-ARC-ETIQUETA PIC X(14).
            05  INS-ARC-NOMBRE   PIC X(100).
        01  REG-INS-LINEA.
            05  INS-LIN-TIPO     PIC X(1).
            05  INS-LIN-TEXTO    PIC X(1000).
        01  REG-INS-RESULTADO.
            05  INS-RES-TIPO     PIC X(1).
            05  INS-RES-NOMBRE   PIC X(20).
            05  INS-RES-ID       PIC X(8).
            05  INS-RES-PUESTO   PIC 9(2).
            05  INS-RES-INDICE   PIC X(7).

        01  FLAG-REPRODUCCION    PIC 9 VALUE 0.
        01  ARCHIVO-REPRODUCCION PIC X(100).
        01  LINEA-REPRODUCCION   PIC X(132).
        01  RESULTADOS-ORIGINALES OCCURS 30 TIMES.
            05  ORIG-NOMBRE      PIC X(20).
            05  ORIG-ID          PIC X(8).
            05  ORIG-PUESTO      PIC 9(2).
            05  ORIG-INDICE      PIC S9(1)V9(4).
        01  NUMERO-ORIGINALES    PIC 9(2) VALUE 0.
        01  DIFERENCIAS-REPRO    PIC 9(2) VALUE 0.
        01  COINCIDE-EDIT        PIC X(9).
        01  CANTIDAD-ORIG-EDIT   PIC Z9.
        01  CANTIDAD-REPR-EDIT   PIC Z9.

        01  OPCIONES-CORRIDA     PIC X(40) VALUE SPACES.
        01  OPCION-CORRIDA       PIC X(40).
        01  POS-OPCIONES         PIC 9(3) VALUE 1.
        01  OPCION-INVERSION     PIC 9(1).
        01  FLAG-RANKREV         PIC 9 VALUE 0.
        01  FLAG-RANKREV-HECHO   PIC 9 VALUE 0.
        01  ARCHIVO-RANKREV      PIC X(100) VALUE 'RANKREV.csv'.
        01  ESTADO-RANKREV       PIC X(2) VALUE "00".
        01  LINEA-RANKREV        PIC X(200).
        01  ALT-EXCLUIDA         PIC 9(2) VALUE 1.
        01  FILA-REDUCIDA        PIC 9(2) VALUE 0.
        01  POS-ORIGEN           PIC 9(2) VALUE 0.
        01  NUMERO-ALT-COMPLETO  PIC 9(2) VALUE 0.
        01  PUESTO-CALCULADO     PIC 9(2) VALUE 0.
        01  FLAG-FILAS-IGUALES   PIC 9 VALUE 0.
        01  CASOS-INVERSION      PIC 9(2) VALUE 0.
        01  CASOS-CAMBIO-GANADOR PIC 9(2) VALUE 0.
        01  FILAS-ORIGEN         OCCURS 30 TIMES.
            05  FILA-ORIGEN      PIC 9(2).
        01  IR-COMPLETO          OCCURS 30 TIMES.
            05  INDICE-COMPLETO  PIC S9(1)V9(4).
        01  IR-CORRIDA           OCCURS 30 TIMES.
            05  INDICE-CORRIDA   PIC S9(1)V9(4).
        01  TABLA-INVERSION      OCCURS 30 TIMES.
            05  INV-GANADOR      PIC 9(2).
            05  INV-GANADOR-ESPERADO PIC 9(2).
            05  INV-CAMBIOS      PIC 9(2).
            05  INV-FILA         OCCURS 30 TIMES.
                10  INV-PUESTO-ESPERADO PIC 9(2).
                10  INV-PUESTO-NUEVO PIC 9(2).
                10  INV-INDICE-NUEVO PIC S9(1)V9(4).
        01  PUESTO-ESPERADO-EDIT PIC Z9.
        01  PUESTO-NUEVO-EDIT    PIC Z9.
        01  INDICE-NUEVO-EDIT    PIC -9.9999.
        01  CAMBIOS-EDIT         PIC Z9.
        01  GANADOR-CAMBIA-EDIT  PIC X(2).
        01  INVERSION-EDIT       PIC X(2).

        01  ESTADO-APROBADORES   PIC X(2) VALUE "00".
        01  ESTADO-DECISIONES    PIC X(2) VALUE "00".
        01  LIMITE-APROBADORES   PIC 9(2) VALUE 50.
        01  NUMERO-APROBADORES   PIC 9(2) VALUE 0.
        01  TABLA-APROBADORES    OCCURS 50 TIMES.
            05  APR-ID           PIC X(8).
            05  APR-NOMBRE       PIC X(30).
            05  APR-ESTADO       PIC X(1).
        01  CAMPO-APROBADOR      PIC X(8).
        01  POS-APROBADOR        PIC 9(2) VALUE 0.
        01  LIMITE-DECIDIDAS     PIC 9(4) VALUE 2000.
        01  NUMERO-DECIDIDAS     PIC 9(4) VALUE 0.
        01  TABLA-DECIDIDAS      OCCURS 2000 TIMES.
            05  CORRIDA-DECIDIDA PIC X(17).
        01  POS-DECIDIDA         PIC 9(4) VALUE 0.
        01  FLAG-DECIDIDA        PIC 9 VALUE 0.
        01  LIMITE-PENDIENTES    PIC 9(2) VALUE 50.
        01  NUMERO-PENDIENTES    PIC 9(2) VALUE 0.
        01  TABLA-PENDIENTES     OCCURS 50 TIMES.
            05  PEN-CORRIDA      PIC X(17).
            05  PEN-ESCENARIO    PIC X(30).
            05  PEN-GANADOR      PIC X(20).
            05  PEN-IR           PIC X(7).
        01  CORRIDA-TOKEN        PIC X(17).
        01  ESCENARIO-TOKEN      PIC X(30).
        01  OPCION-PENDIENTE     PIC 9(2) VALUE 0.
        01  OPCION-DECISION      PIC 9(1) VALUE 0.
        01  FLAG-FIN-APROBAR     PIC 9 VALUE 0.
        01  NUMERO-RANKING-CORRIDA PIC 9(2) VALUE 0.
        01  TABLA-RANKING-CORRIDA OCCURS 30 TIMES.
            05  RC-NOMBRE        PIC X(20).
            05  RC-ID            PIC X(8).
            05  RC-PUESTO        PIC 9(2).
            05  RC-INDICE        PIC S9(1)V9(4).
        01  HIST-CORRIDA         PIC X(17).
        01  POS-MODELO           PIC 9(2) VALUE 0.
        01  POS-ELEGIDA          PIC 9(2) VALUE 0.
        01  CAMPO-ID-ELEGIDA     PIC X(8).
        01  JUSTIFICACION        PIC X(100).
        01  INTENTOS-JUSTIFICACION PIC 9(1) VALUE 0.
        01  BRECHA-IR            PIC S9(1)V9(4) VALUE 0.
        01  BRECHA-EDIT          PIC -9.9999.
        01  INDICE-ELEGIDA-EDIT  PIC -9.9999.
        01  LINEA-DECISION       PIC X(400).
        01  REG-DECISION.
            05  DEC-CORRIDA      PIC X(17).
            05  DEC-FECHA        PIC X(14).
            05  DEC-APROBADOR    PIC X(8).
            05  DEC-ESCENARIO    PIC X(30).
            05  DEC-TIPO         PIC X(9).
            05  DEC-ID-MODELO    PIC X(8).
            05  DEC-NOMBRE-MODELO PIC X(20).
            05  DEC-IR-MODELO    PIC X(7).
            05  DEC-ID-ELEGIDA   PIC X(8).
            05  DEC-NOMBRE-ELEGIDA PIC X(20).
            05  DEC-IR-ELEGIDA   PIC X(7).
            05  DEC-BRECHA       PIC X(7).
            05  DEC-JUSTIFICACION PIC X(100).

        01  LINEA-DESVIOS        PIC X(132).
        01  FLAG-PERIODO-DESVIOS PIC 9 VALUE 0.
        01  DECISIONES-TOTAL     PIC 9(5) VALUE 0.
        01  SUSTITUCIONES-TOTAL  PIC 9(5) VALUE 0.
        01  SUMA-BRECHA          PIC S9(5)V9(4) VALUE 0.
        01  BRECHA-MAXIMA        PIC S9(1)V9(4) VALUE 0.
        01  PORCENTAJE-DESVIO    PIC 9(3) VALUE 0.
        01  PORCENTAJE-DESVIO-EDIT PIC ZZ9.
        01  CONTADOR-DESVIO-EDIT PIC ZZZZ9.
        01  CONTADOR-DESVIO-EDIT-2 PIC ZZZZ9.
        01  NUMERO-DESVIO-APR    PIC 9(2) VALUE 0.
        01  TABLA-DESVIO-APR     OCCURS 50 TIMES.
            05  DA-APROBADOR     PIC X(8).
            05  DA-DECISIONES    PIC 9(5).
            05  DA-SUSTITUCIONES PIC 9(5).
        01  NUMERO-DESVIO-ESC    PIC 9(2) VALUE 0.
        01  TABLA-DESVIO-ESC     OCCURS 50 TIMES.
            05  DE-ESCENARIO     PIC X(30).
            05  DE-DECISIONES    PIC 9(5).
            05  DE-SUSTITUCIONES PIC 9(5).
            05  DE-SUMA-BRECHA   PIC S9(5)V9(4).
        01  POS-DESVIO           PIC 9(2) VALUE 0.

        01  ARCHIVO-MANIFIESTO   PIC X(100).
        01  ESTADO-MANIFIESTO    PIC X(2) VALUE "00".
        01  LINEA-VERIFICACION   PIC X(132).
        01  FLAG-VERIFICACION-ABIERTA PIC 9 VALUE 0.
        01  FLAG-MANIFIESTO-FALLIDO PIC 9 VALUE 0.
        01  FLAG-CONTROL-FALLIDO PIC 9 VALUE 0.
        01  CONTROLES-MANIFIESTO PIC 9(3) VALUE 0.
        01  MANIFIESTOS-FALLIDOS PIC 9(2) VALUE 0.
        01  MAN-ETIQUETA         PIC X(30).
        01  MAN-REGISTROS        PIC X(14).
        01  MAN-TOTAL            PIC X(20).
        01  REGISTROS-ESPERADOS  PIC 9(7) VALUE 0.
        01  REGISTROS-CONTADOS   PIC 9(7) VALUE 0.
        01  TOTAL-ESPERADO       PIC S9(11)V9(4) VALUE 0.
        01  TOTAL-CALCULADO      PIC S9(11)V9(4) VALUE 0.
        01  DIFERENCIA-TOTAL     PIC S9(11)V9(4) VALUE 0.
        01  TOLERANCIA-TOTAL     PIC 9V9(4) VALUE 0.0001.
        01  CELDA-MANIFIESTO     PIC X(30).
        01  POS-CELDA            PIC 9(4) VALUE 1.
        01  LARGO-LINEA          PIC 9(4) VALUE 0.
        01  REGISTROS-ESP-EDIT   PIC Z(6)9.
        01  REGISTROS-CNT-EDIT   PIC Z(6)9.
        01  TOTAL-ESP-EDIT       PIC -(10)9.9999.
        01  TOTAL-CAL-EDIT       PIC -(10)9.9999.

        01  ARCHIVO-EXTRACTO     PIC X(100)
            VALUE 'EXTRACTO-COMPRAS.DAT'.
        01  ESTADO-EXTRACTO      PIC X(2) VALUE "00".
        01  REG-EXT-CABECERA.
            05  EXT-CAB-TIPO     PIC X(1).
            05  EXT-CAB-MARCA    PIC X(14).
            05  EXT-CAB-ESCENARIO PIC X(30).
        01  REG-EXT-DETALLE.
            05  EXT-DET-TIPO     PIC X(1).
            05  EXT-DET-PROVEEDOR PIC X(8).
            05  EXT-DET-CRITERIO PIC X(20).
            05  EXT-DET-PUNTAJE  PIC X(13).
        01  REG-EXT-COLA.
            05  EXT-COLA-TIPO    PIC X(1).
            05  EXT-COLA-CUENTA  PIC X(6).
            05  EXT-COLA-HASH    PIC X(14).
        01  LINEA-RECHAZO        PIC X(132).
        01  MOTIVO-RECHAZO       PIC X(50).
        01  FLAG-CABECERA-EXT    PIC 9 VALUE 0.
        01  FLAG-COLA-EXT        PIC 9 VALUE 0.
        01  FLAG-EXTRACTO-FATAL  PIC 9 VALUE 0.
        01  FLAG-COLA-CUADRA     PIC 9 VALUE 0.
        01  REGISTROS-EXTRACTO   PIC 9(6) VALUE 0.
        01  DETALLES-LEIDOS      PIC 9(6) VALUE 0.
        01  DETALLES-ACEPTADOS   PIC 9(6) VALUE 0.
        01  DETALLES-RECHAZADOS  PIC 9(6) VALUE 0.
        01  CUENTA-COLA          PIC 9(6) VALUE 0.
        01  HASH-CALCULADO       PIC 9(9)V9(4) VALUE 0.
        01  HASH-COLA            PIC 9(9)V9(4) VALUE 0.
        01  HASH-EDIT            PIC 9(9).9(4).
        01  CONTADOR-IMP-EDIT    PIC ZZZZZ9.
        01  PUNTAJE-EXTRACTO     PIC S9(7)V9(4) VALUE 0.
        01  RETORNO-IMPORTACION  PIC 9 VALUE 0.
        01  ESCENARIO-IMPORTADO  PIC X(30).
        01  POS-ESCENARIO-IMPORTADO PIC 9(2) VALUE 0.
        01  NUMERO-PROVEEDORES   PIC 9(2) VALUE 0.
        01  TABLA-PROVEEDORES    OCCURS 30 TIMES.
            05  PRV-CODIGO       PIC X(8).
            05  PRV-NOMBRE       PIC X(20).
            05  PRV-RECHAZADO    PIC 9.
        01  POS-PROVEEDOR        PIC 9(2) VALUE 0.
        01  PROVEEDORES-RECHAZADOS PIC 9(2) VALUE 0.
        01  NUMERO-CRITERIOS-EXT PIC 9(2) VALUE 0.
        01  TABLA-CRITERIOS-EXT  OCCURS 30 TIMES.
            05  CRX-NOMBRE       PIC X(20).
            05  CRX-MAESTRO      PIC 9(3).
        01  POS-CRITERIO-EXT     PIC 9(2) VALUE 0.
        01  POS-MAESTRO-HALLADO  PIC 9(3) VALUE 0.
        01  MATRIZ-CARGA.
            05  FILA-CARGA       OCCURS 30 TIMES.
                10  CELDA-CARGA  OCCURS 30 TIMES.
                    15  FLAG-CARGADO PIC 9.
                    15  PUNTAJE-CARGADO PIC S9(7)V9(4).
        01  SUMA-PESOS-IMPORTADOS PIC 9(3)V9(4) VALUE 0.
        01  SUMA-PESOS-IMP-EDIT  PIC ZZ9.9999.

        01  ARCHIVO-EXPLICACION  PIC X(100) VALUE 'EXPLICACION.TXT'.
        01  LINEA-EXPLICACION    PIC X(132).
        01  MATRIZ-CONTRIBUCION.
            05  FILA-CONTRIBUCION OCCURS 30 TIMES.
                10  CELDA-CONTRIBUCION OCCURS 30 TIMES.
                    15  VALOR-PONDERADO PIC S9(1)V9(4).
                    15  CONTRIB-P    PIC 9(1)V9(8).
                    15  CONTRIB-N    PIC 9(1)V9(8).
        01  TABLA-EXPLICACION    OCCURS 30 TIMES.
            05  EXP-SUMA-P       PIC 9(2)V9(8).
            05  EXP-SUMA-N       PIC 9(2)V9(8).
            05  EXP-DIST-P       PIC 9(1)V9(4).
            05  EXP-DIST-N       PIC 9(1)V9(4).
            05  EXP-INDICE       PIC S9(1)V9(4).
            05  EXP-PUESTO       PIC 9(2).
        01  EXP-GANADOR          PIC 9(2) VALUE 0.
        01  TABLA-BRECHA         OCCURS 30 TIMES.
            05  BRECHA-CRIT      PIC S9(1)V9(8).
            05  BRECHA-USADA     PIC 9.
        01  BRECHA-POSITIVA      PIC 9(2)V9(8) VALUE 0.
        01  BRECHA-CUBIERTA      PIC 9(2)V9(8) VALUE 0.
        01  BRECHA-MAYOR         PIC S9(1)V9(8) VALUE 0.
        01  BRECHA-CATEGORIA     PIC S9(2)V9(8) VALUE 0.
        01  POS-BRECHA-MAYOR     PIC 9(2) VALUE 0.
        01  CRITERIOS-BRECHA     PIC 9(2) VALUE 0.
        01  CRITERIOS-A-FAVOR    PIC 9(2) VALUE 0.
        01  PUESTO-EXPLICADO     PIC 9(2) VALUE 0.
        01  SUBTOTAL-CONTRIB-P   PIC 9(2)V9(8) VALUE 0.
        01  SUBTOTAL-CONTRIB-N   PIC 9(2)V9(8) VALUE 0.
        01  PORCENTAJE-EXP       PIC S9(5)V9(2) VALUE 0.
        01  PORCENTAJE-EXP-EDIT  PIC -ZZ9.9.
        01  CONTRIB-EDIT         PIC -9.9(6).
        01  VALOR-EXP-EDIT       PIC -9.9999.
        01  DISTANCIA-EDIT       PIC 9.9999.
        01  PUESTO-EXP-EDIT      PIC Z9.
        01  POS-EXPLICACION      PIC 9(3) VALUE 1.

        01  ARCHIVO-PARAM-CARTERA PIC X(100) VALUE 'CARTERA.csv'.
        01  ESTADO-PARAM-CARTERA PIC X(2) VALUE "00".
        01  ARCHIVO-CARTERA      PIC X(100) VALUE 'CARTERA.TXT'.
        01  LINEA-CARTERA        PIC X(132).
        01  OPCION-CARTERA       PIC 9(1).
        01  FLAG-CARTERA         PIC 9 VALUE 0.
        01  FLAG-CARTERA-MANUAL  PIC 9 VALUE 0.
        01  FLAG-CARTERA-HECHA   PIC 9 VALUE 0.
        01  FLAG-CARTERA-VALIDA  PIC 9 VALUE 0.
        01  FLAG-PRESUPUESTO     PIC 9 VALUE 0.
        01  CLAVE-CARTERA        PIC X(20).
        01  VALOR-CARTERA        PIC X(200).
        01  ID-CARTERA           PIC X(20).
        01  TIPO-ID-CARTERA      PIC X(1).
        01  POS-VALOR-CARTERA    PIC 9(3) VALUE 1.
        01  LINEA-PARAM-CARTERA  PIC 9(3) VALUE 0.
        01  PRESUPUESTO-CARTERA  PIC 9(9)V9(4) VALUE 0.
        01  CRITERIO-COSTO       PIC 9(2) VALUE 0.
        01  NUMERO-AVISOS-CARTERA PIC 9(2) VALUE 0.
        01  TABLA-AVISOS-CARTERA OCCURS 20 TIMES.
            05  AVISO-CARTERA    PIC X(100).
        01  NUMERO-FIJAS-CARTERA PIC 9(2) VALUE 0.
        01  TABLA-FIJAS-CARTERA  OCCURS 30 TIMES.
            05  FIJA-ID          PIC X(20).
            05  FIJA-TIPO        PIC X(1).
            05  FIJA-HALLADA     PIC 9.
        01  POS-FIJA             PIC 9(2) VALUE 0.
        01  TABLA-CARTERA        OCCURS 30 TIMES.
            05  CAR-COSTO        PIC 9(7)V9(4).
            05  CAR-ESTADO       PIC X(1).
            05  CAR-ELEGIDA      PIC 9.
            05  CAR-RANKING      PIC 9.
        01  NUMERO-CANDIDATOS    PIC 9(2) VALUE 0.
        01  TABLA-CANDIDATOS.
            05  CANDIDATO        OCCURS 30 TIMES.
                10  CAND-ALT     PIC 9(2).
                10  CAND-VALOR   PIC 9(1)V9(4).
                10  CAND-COSTO   PIC 9(7)V9(4).
                10  CAND-RAZON   PIC 9(7)V9(8).
                10  CAND-TOMADO  PIC 9.
                10  CAND-MEJOR   PIC 9.
        01  CANDIDATO-AUX.
            05  AUX-ALT          PIC 9(2).
            05  AUX-VALOR        PIC 9(1)V9(4).
            05  AUX-COSTO        PIC 9(7)V9(4).
            05  AUX-RAZON        PIC 9(7)V9(8).
            05  AUX-TOMADO       PIC 9.
            05  AUX-MEJOR        PIC 9.
        01  POS-CANDIDATO        PIC 9(2) VALUE 0.
        01  POS-CANDIDATO-2      PIC 9(2) VALUE 0.
        01  NIVEL-CARTERA        PIC 9(2) VALUE 0.
        01  FLAG-FIN-BUSQUEDA    PIC 9 VALUE 0.
        01  FLAG-RETROCESO       PIC 9 VALUE 0.
        01  FLAG-COTA-LLENA      PIC 9 VALUE 0.
        01  NODOS-CARTERA        PIC 9(9) VALUE 0.
        01  COSTO-FIJO-CARTERA   PIC 9(9)V9(4) VALUE 0.
        01  VALOR-FIJO-CARTERA   PIC 9(2)V9(4) VALUE 0.
        01  DISPONIBLE-CARTERA   PIC S9(9)V9(4) VALUE 0.
        01  COSTO-ACUM-CARTERA   PIC 9(9)V9(4) VALUE 0.
        01  VALOR-ACUM-CARTERA   PIC 9(2)V9(4) VALUE 0.
        01  MEJOR-VALOR-CARTERA  PIC 9(2)V9(4) VALUE 0.
        01  COTA-CARTERA         PIC 9(2)V9(8) VALUE 0.
        01  HOLGURA-CARTERA      PIC S9(9)V9(4) VALUE 0.
        01  COSTO-TOTAL-CARTERA  PIC 9(9)V9(4) VALUE 0.
        01  VALOR-TOTAL-CARTERA  PIC 9(2)V9(4) VALUE 0.
        01  REMANENTE-CARTERA    PIC S9(9)V9(4) VALUE 0.
        01  ELEGIDAS-CARTERA     PIC 9(2) VALUE 0.
        01  COSTO-RANKING-CARTERA PIC 9(9)V9(4) VALUE 0.
        01  VALOR-RANKING-CARTERA PIC 9(2)V9(4) VALUE 0.
        01  ELEGIDAS-RANKING     PIC 9(2) VALUE 0.
        01  MOSTRADAS-CARTERA    PIC 9(2) VALUE 0.
        01  COSTO-CARTERA-EDIT   PIC -(9)9.9999.
        01  SUMA-IR-EDIT         PIC Z9.9999.
        01  CANTIDAD-CARTERA-EDIT PIC Z9.
        01  TEXTO-AVISO-CARTERA  PIC X(100).
        01  PUESTO-CARTERA       PIC 9(2) VALUE 0.
        01  FLAG-RECORTE         PIC 9 VALUE 0.

        01  ARCHIVO-DOMINANCIA   PIC X(100) VALUE 'DOMINANCIA.TXT'.
        01  LINEA-DOMINANCIA     PIC X(132).
        01  FLAG-ELIMINAR-DOMINADAS PIC 9 VALUE 0.
        01  FLAG-DOMINADAS-ELIMINADAS PIC 9 VALUE 0.
        01  FLAG-DOMINA          PIC 9 VALUE 0.
        01  FLAG-ESTRICTO        PIC 9 VALUE 0.
        01  POS-DOMINANTE        PIC 9(2) VALUE 1.
        01  POS-DOMINADA         PIC 9(2) VALUE 1.
        01  ALTERNATIVAS-ANALIZADAS PIC 9(2) VALUE 0.
        01  NUMERO-DOMINADAS     PIC 9(2) VALUE 0.
        01  MARCA-DOMINADA       OCCURS 30 TIMES.
            05  DOMINADA-ALT     PIC 9.
        01  TABLA-DOMINADAS      OCCURS 30 TIMES.
            05  DOM-NOMBRE       PIC X(20).
            05  DOM-ID           PIC X(8).
            05  DOM-CUENTA       PIC 9(2).
            05  DOM-POSICION     PIC 9(2).
            05  DOM-DOMINANTE    OCCURS 30 TIMES.
                10  DOM-POR-NOMBRE PIC X(20).
                10  DOM-POR-ID   PIC X(8).
        01  CANTIDAD-DOM-EDIT    PIC Z9.
        01  LISTA-DOMINANTES     PIC X(300).
        01  POS-LISTA-DOMINANTES PIC 9(3) VALUE 1.
        01  TRATAMIENTO-DOMINADA PIC X(10).

        01  ESTADO-CORRIDAS      PIC X(2) VALUE "00".
        01  REG-CONTROL-CORRIDAS.
            05  CTL-ESTADO       PIC X(1).
            05  CTL-NUMERO       PIC 9(8).
            05  CTL-MODO         PIC X(12).
            05  CTL-INICIO       PIC X(14).
            05  CTL-FIN          PIC X(14).
        01  NUMERO-CORRIDA       PIC 9(8) VALUE 0.
        01  NUMERO-DESBLOQUEO    PIC 9(8) VALUE 0.
        01  FLAG-BLOQUEO-TOMADO  PIC 9 VALUE 0.

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
        ACCEPT LINEA-COMANDO FROM COMMAND-LINE
        INTO PARAMETRO-MODO
            PARAMETRO-EXTRA
        END-UNSTRING
        IF PARAMETRO-MODO = "DESBLOQUEO"
        PERFORM DESBLOQUEAR-CORRIDA
        STOP RUN
        END-IF
        PERFORM TOMAR-BLOQUEO
        IF PARAMETRO-MODO = "RESUMEN"
        PERFORM RESUMEN-AUDITORIA
        PERFORM LIBERAR-BLOQUEO
        STOP RUN
        END-IF
        IF PARAMETRO-MODO = "ARCHIVAR"
        PERFORM ARCHIVAR-PERIODO
        PERFORM LIBERAR-BLOQUEO
        STOP RUN
        END-IF
        IF PARAMETRO-MODO = "MAESTRO"
        PERFORM MANTENER-MAESTRO
        PERFORM LIBERAR-BLOQUEO
        STOP RUN
        END-IF
        IF PARAMETRO-MODO = "CRITERIOS"
        PERFORM MANTENER-CRITERIOS
        PERFORM LIBERAR-BLOQUEO
        STOP RUN
        END-IF
        IF PARAMETRO-MODO = "REPRODUCIR"
        PERFORM REPRODUCIR-CORRIDA
        PERFORM LIBERAR-BLOQUEO
        STOP RUN
        END-IF
        IF PARAMETRO-MODO = "APROBAR"
        PERFORM APROBAR-CORRIDAS
        PERFORM LIBERAR-BLOQUEO
        STOP RUN
        END-IF
        IF PARAMETRO-MODO = "DESVIOS"
        PERFORM INFORME-DESVIOS
        PERFORM LIBERAR-BLOQUEO
        STOP RUN
        END-IF
        IF PARAMETRO-MODO = "IMPORTAR"
        PERFORM IMPORTAR-EXTRACTO
        PERFORM LIBERAR-BLOQUEO
        STOP RUN
        END-IF
        IF PARAMETRO-MODO = "BATCH" OR PARAMETRO-MODO = "LOTE"
        MOVE "LOTE-CSV" TO FUENTE-DATOS
        PERFORM LEER-ESCENARIOS
        IF NUMERO-ESCENARIOS = 0
        MOVE PARAMETRO-EXTRA TO OPCIONES-CORRIDA
        PERFORM INTERPRETAR-OPCIONES
        PERFORM LEER-ARCHIVO
        PERFORM PROCESAR-PROBLEMA
        PERFORM REGISTRAR-TIEMPO-FIN
        ELSE
        PERFORM INICIAR-CONTROL-LOTE
        END-IF
        PERFORM VERIFICAR-MANIFIESTOS
        MOVE 1 TO ESCENARIO-ACTUAL
        PERFORM NUMERO-ESCENARIOS TIMES
        PERFORM VERIFICAR-ESCENARIO-HECHO
        PERFORM RECUPERAR-CONSOLIDADO-PREVIO
        END-IF
        ELSE
        IF ESTADO-ESC-LOTE (ESCENARIO-ACTUAL) = "MANIFIESTO"
        DISPLAY " "
        DISPLAY "ESCENARIO OMITIDO, SU MANIFIESTO NO CUADRA: "
            NOMBRE-ESCENARIO (ESCENARIO-ACTUAL)
        ELSE
        MOVE FUNCTION CURRENT-DATE TO TIEMPO-INICIO
        PERFORM PROCESAR-ESCENARIO
        PERFORM ANOTAR-CONTROL-LOTE
        PERFORM ACUMULAR-CONSOLIDADO
        PERFORM REGISTRAR-BITACORA
        END-IF
        END-IF
        ADD 1 TO ESCENARIO-ACTUAL
        END-PERFORM
        PERFORM GRABAR-CONSOLIDADO
        PERFORM GRABAR-EJECUCION
        PERFORM INICIAR-CONTROL-LOTE
        END-IF
        PERFORM LIBERAR-BLOQUEO
        STOP RUN
        ELSE
        DISPLAY " *****************************************"
        IF OPCION-NORMALIZACION = 2
        MOVE 1 TO FLAG-VECTORIAL
        END-IF
        DISPLAY " "
        DISPLAY "DESEA EJECUTAR EL ANALISIS DE INVERSION DE RANKING"
            " (EXCLUYENDO UNA ALTERNATIVA A LA VEZ)?"
        DISPLAY "[1] SI  [2] NO"
        ACCEPT OPCION-INVERSION
        DISPLAY " "
        DISPLAY "DESEA SELECCIONAR UNA CARTERA DE ALTERNATIVAS"
            " DENTRO DE UN PRESUPUESTO?"
        DISPLAY "[1] SI  [2] NO"
        ACCEPT OPCION-CARTERA
        MOVE SPACES TO OPCIONES-CORRIDA
        MOVE 1 TO POS-OPCIONES
        IF OPCION-INVERSION = 1
        STRING "RANKREV/" DELIMITED BY SIZE
        INTO OPCIONES-CORRIDA
        WITH POINTER POS-OPCIONES
        END-STRING
        END-IF
        IF OPCION-CARTERA = 1
        STRING "CARTERA/" DELIMITED BY SIZE
        INTO OPCIONES-CORRIDA
        WITH POINTER POS-OPCIONES
        END-STRING
        END-IF
        PERFORM INTERPRETAR-OPCIONES
        IF FLAG-CARTERA = 1
        PERFORM PEDIR-PARAMETROS-CARTERA
        END-IF
        END-IF
        PERFORM PROCESAR-PROBLEMA
        PERFORM REGISTRAR-TIEMPO-FIN
        PERFORM GRABAR-EJECUCION
        PERFORM LIBERAR-BLOQUEO
        STOP RUN.

        PROCESAR-PROBLEMA.
        PERFORM DETECTAR-DOMINADAS
        IF FLAG-VECTORIAL = 1
        PERFORM CALCULAR-NORMAS
        ELSE
        IF NUMERO-EVALUADORES > 1
        PERFORM MOSTRAR-CONSENSO
        END-IF
        PERFORM CAPTURAR-CONTRIBUCIONES
        MOVE 0 TO FLAG-CARTERA-HECHA
        IF FLAG-CARTERA = 1 AND FLAG-REPRODUCCION = 0
        PERFORM SELECCIONAR-CARTERA
        END-IF
        PERFORM CALCULAR-SAW
        PERFORM MOSTRAR-COMPARACION-SAW
        IF FLAG-BATCH = 0
        IF FLAG-INTERVALOS = 1
        PERFORM ANALISIS-INTERVALOS
        END-IF
        MOVE 0 TO FLAG-RANKREV-HECHO
        IF FLAG-RANKREV = 1
        PERFORM ANALISIS-INVERSION-RANKING
        END-IF
        MOVE FUNCTION CURRENT-DATE TO MARCA-TIEMPO
        IF FLAG-REPRODUCCION = 0
        PERFORM ASIGNAR-ID-CORRIDA
        PERFORM GRABAR-RESULTADOS
        PERFORM GRABAR-INTERFAZ
        PERFORM GRABAR-INFORME
        PERFORM GRABAR-EXPLICACION
        PERFORM GRABAR-DOMINANCIA
        IF FLAG-CARTERA-HECHA = 1
        PERFORM GRABAR-CARTERA
        END-IF
        PERFORM LEER-HISTORICO-PREVIO
        PERFORM GRABAR-HISTORICO
        PERFORM GRABAR-TENDENCIAS
        PERFORM GRABAR-AUDITORIA
        PERFORM GRABAR-INSTANTANEA
        IF FLAG-RANKREV-HECHO = 1
        PERFORM GRABAR-RANKREV
        END-IF
        END-IF
        EXIT.

        ASIGNAR-ID-CORRIDA.
        IF NUMERO-ESCENARIOS > 0
        MOVE ESCENARIO-ACTUAL TO SUFIJO-CORRIDA
        ELSE
        MOVE 0 TO SUFIJO-CORRIDA
        END-IF
        MOVE SPACES TO ID-CORRIDA
        STRING MARCA-TIEMPO (1:14) DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            SUFIJO-CORRIDA DELIMITED BY SIZE
        INTO ID-CORRIDA
        END-STRING
        DISPLAY "CORRIDA " ID-CORRIDA
        EXIT.

        PROCESAR-ESCENARIO.
            ".TXT" DELIMITED BY SIZE
        INTO ARCHIVO-INFORME
        END-STRING
        MOVE SPACES TO ARCHIVO-RANKREV
        STRING "RANKREV-" DELIMITED BY SIZE
            FUNCTION TRIM (ESCENARIO-EN-CURSO) DELIMITED BY SIZE
            ".csv" DELIMITED BY SIZE
        INTO ARCHIVO-RANKREV
        END-STRING
        MOVE SPACES TO ARCHIVO-EXPLICACION
        STRING "EXPLICACION-" DELIMITED BY SIZE
            FUNCTION TRIM (ESCENARIO-EN-CURSO) DELIMITED BY SIZE
            ".TXT" DELIMITED BY SIZE
        INTO ARCHIVO-EXPLICACION
        END-STRING
        MOVE SPACES TO ARCHIVO-CARTERA
        STRING "CARTERA-" DELIMITED BY SIZE
            FUNCTION TRIM (ESCENARIO-EN-CURSO) DELIMITED BY SIZE
            ".TXT" DELIMITED BY SIZE
        INTO ARCHIVO-CARTERA
        END-STRING
        MOVE SPACES TO ARCHIVO-DOMINANCIA
        STRING "DOMINANCIA-" DELIMITED BY SIZE
            FUNCTION TRIM (ESCENARIO-EN-CURSO) DELIMITED BY SIZE
            ".TXT" DELIMITED BY SIZE
        INTO ARCHIVO-DOMINANCIA
        END-STRING
        IF ESC-CARTERA (ESCENARIO-ACTUAL) NOT = SPACES
        MOVE ESC-CARTERA (ESCENARIO-ACTUAL) TO ARCHIVO-PARAM-CARTERA
        ELSE
        MOVE 'CARTERA.csv' TO ARCHIVO-PARAM-CARTERA
        END-IF
        MOVE ESC-OPCIONES (ESCENARIO-ACTUAL) TO OPCIONES-CORRIDA
        DISPLAY " "
        DISPLAY "PROCESANDO ESCENARIO " ESCENARIO-EN-CURSO
        PERFORM INTERPRETAR-OPCIONES
        IF ESC-CARTERA (ESCENARIO-ACTUAL) NOT = SPACES
        MOVE 1 TO FLAG-CARTERA
        END-IF
        PERFORM REINICIAR-ESTADO
        PERFORM LEER-ARCHIVO
        IF FLAG-VALIDACION-FALLIDA = 0
        IF NUMERO-ESCENARIOS > LIMITE-ESCENARIOS
        DISPLAY "ERROR: ESCENARIOS.CSV DEFINE MAS DE "
            LIMITE-ESCENARIOS " ESCENARIOS, EL MAXIMO SOPORTADO"
        PERFORM LIBERAR-BLOQUEO
        STOP RUN RETURNING 1
        END-IF
        MOVE SPACES TO TABLA-ESCENARIOS (NUMERO-ESCENARIOS)
            ESC-NOMBRES (NUMERO-ESCENARIOS)
            ESC-UMBRALES (NUMERO-ESCENARIOS)
            ESC-COMPARACIONES (NUMERO-ESCENARIOS)
            ESC-OPCIONES (NUMERO-ESCENARIOS)
            ESC-MANIFIESTO (NUMERO-ESCENARIOS)
            ESC-CARTERA (NUMERO-ESCENARIOS)
        END-UNSTRING
        MOVE SPACES TO ESTADO-ESC-LOTE (NUMERO-ESCENARIOS)
        MOVE 0 TO BIT-CLASE (NUMERO-ESCENARIOS)
        END-IF
        EXIT.

        VERIFICAR-MANIFIESTOS.
        MOVE 0 TO FLAG-VERIFICACION-ABIERTA
        MOVE 0 TO MANIFIESTOS-FALLIDOS
        MOVE 1 TO ESCENARIO-ACTUAL
        PERFORM NUMERO-ESCENARIOS TIMES
        PERFORM VERIFICAR-ESCENARIO-HECHO
        IF ESC-MANIFIESTO (ESCENARIO-ACTUAL) NOT = SPACES
        AND FLAG-ESCENARIO-HECHO = 0
        PERFORM VERIFICAR-MANIFIESTO-ESCENARIO
        END-IF
        ADD 1 TO ESCENARIO-ACTUAL
        END-PERFORM
        MOVE 1 TO ESCENARIO-ACTUAL
        IF FLAG-VERIFICACION-ABIERTA = 1
        MOVE SPACES TO LINEA-VERIFICACION
        WRITE VERIFICACION FROM LINEA-VERIFICACION
        STRING "ESCENARIOS CON MANIFIESTO QUE NO CUADRA: "
            DELIMITED BY SIZE
            MANIFIESTOS-FALLIDOS DELIMITED BY SIZE
        INTO LINEA-VERIFICACION
        END-STRING
        WRITE VERIFICACION FROM LINEA-VERIFICACION
        CLOSE RPT-VERIFICACION
        DISPLAY "VERIFICACION DE MANIFIESTOS ESCRITA EN "
            "VERIFICACION-MANIFIESTOS.TXT"
        END-IF
        EXIT.

        VERIFICAR-MANIFIESTO-ESCENARIO.
        IF FLAG-VERIFICACION-ABIERTA = 0
        OPEN OUTPUT RPT-VERIFICACION
        MOVE 1 TO FLAG-VERIFICACION-ABIERTA
        MOVE FUNCTION CURRENT-DATE TO TIEMPO-FIN
        MOVE SPACES TO LINEA-VERIFICACION
        STRING "VERIFICACION DE MANIFIESTOS DE ENTRADA - "
            DELIMITED BY SIZE
            TIEMPO-FIN (1:14) DELIMITED BY SIZE
            "  CORRIDA NUMERO " DELIMITED BY SIZE
            NUMERO-CORRIDA DELIMITED BY SIZE
        INTO LINEA-VERIFICACION
        END-STRING
        WRITE VERIFICACION FROM LINEA-VERIFICACION
        MOVE "CIFRAS DE CONTROL: DECLARADO EN EL MANIFIESTO / CONTADO"
        TO LINEA-VERIFICACION
        WRITE VERIFICACION FROM LINEA-VERIFICACION
        END-IF
        MOVE 0 TO FLAG-MANIFIESTO-FALLIDO
        MOVE 0 TO CONTROLES-MANIFIESTO
        MOVE ESC-MANIFIESTO (ESCENARIO-ACTUAL) TO ARCHIVO-MANIFIESTO
        MOVE SPACES TO LINEA-VERIFICACION
        WRITE VERIFICACION FROM LINEA-VERIFICACION
        STRING "ESCENARIO " DELIMITED BY SIZE
            FUNCTION TRIM (NOMBRE-ESCENARIO (ESCENARIO-ACTUAL))
            DELIMITED BY SIZE
            "  MANIFIESTO " DELIMITED BY SIZE
            FUNCTION TRIM (ARCHIVO-MANIFIESTO) DELIMITED BY SIZE
        INTO LINEA-VERIFICACION
        END-STRING
        WRITE VERIFICACION FROM LINEA-VERIFICACION
        OPEN INPUT CSV-MANIFIESTO
        IF ESTADO-MANIFIESTO NOT = "00"
        MOVE 1 TO FLAG-MANIFIESTO-FALLIDO
        MOVE SPACES TO LINEA-VERIFICACION
        STRING "   NO SE PUEDE ABRIR EL MANIFIESTO (ESTADO "
            DELIMITED BY SIZE
            ESTADO-MANIFIESTO DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
        INTO LINEA-VERIFICACION
        END-STRING
        WRITE VERIFICACION FROM LINEA-VERIFICACION
        ELSE
        PERFORM UNTIL EOF = 1
        READ CSV-MANIFIESTO
        AT END
        MOVE 1 TO EOF
        NOT AT END
        PERFORM SEPARAR-MANIFIESTO
        END-READ
        END-PERFORM
        MOVE 0 TO EOF
        CLOSE CSV-MANIFIESTO
        IF CONTROLES-MANIFIESTO = 0
        MOVE 1 TO FLAG-MANIFIESTO-FALLIDO
        MOVE "   EL MANIFIESTO NO DECLARA NINGUN ARCHIVO"
        TO LINEA-VERIFICACION
        WRITE VERIFICACION FROM LINEA-VERIFICACION
        END-IF
        END-IF
        IF FLAG-MANIFIESTO-FALLIDO = 1
        ADD 1 TO MANIFIESTOS-FALLIDOS
        MOVE "MANIFIESTO" TO ESTADO-ESC-LOTE (ESCENARIO-ACTUAL)
        MOVE 6 TO BIT-CLASE (ESCENARIO-ACTUAL)
        IF 6 > RETURN-CODE
        MOVE 6 TO RETURN-CODE
        END-IF
        MOVE "   RESULTADO: NO CUADRA, EL ESCENARIO NO SE PROCESA"
        TO LINEA-VERIFICACION
        DISPLAY "MANIFIESTO NO CUADRA EN EL ESCENARIO "
            NOMBRE-ESCENARIO (ESCENARIO-ACTUAL)
        ELSE
        MOVE "   RESULTADO: CUADRA" TO LINEA-VERIFICACION
        END-IF
        WRITE VERIFICACION FROM LINEA-VERIFICACION
        EXIT.

        SEPARAR-MANIFIESTO.
        MOVE CSV-RECORD OF MANIFIESTO TO RESTO
        IF RESTO NOT = SPACES
        PERFORM DETECTAR-DELIMITADOR
        MOVE SPACES TO MAN-ETIQUETA
        MOVE SPACES TO MAN-REGISTROS
        MOVE SPACES TO MAN-TOTAL
        UNSTRING RESTO DELIMITED BY DELIMITADOR
        INTO MAN-ETIQUETA
            MAN-REGISTROS
            MAN-TOTAL
        END-UNSTRING
        MOVE FUNCTION UPPER-CASE (MAN-ETIQUETA) TO ETIQUETA-COPIA
        IF ETIQUETA-COPIA NOT = "ARCHIVO"
        ADD 1 TO CONTROLES-MANIFIESTO
        PERFORM VERIFICAR-CONTROL-MANIFIESTO
        END-IF
        END-IF
        EXIT.

        VERIFICAR-CONTROL-MANIFIESTO.
        MOVE 0 TO FLAG-CONTROL-FALLIDO
        EVALUATE ETIQUETA-COPIA
        WHEN "PESOS"
        MOVE ESC-PESOS (ESCENARIO-ACTUAL) TO ARCHIVO-COPIA
        WHEN "PAGOS"
        MOVE ESC-PAGOS (ESCENARIO-ACTUAL) TO ARCHIVO-COPIA
        WHEN "SOLUCIONES"
        MOVE ESC-SOLUCIONES (ESCENARIO-ACTUAL) TO ARCHIVO-COPIA
        WHEN "NOMBRES"
        MOVE ESC-NOMBRES (ESCENARIO-ACTUAL) TO ARCHIVO-COPIA
        IF ARCHIVO-COPIA = SPACES
        MOVE 'NOMBRES.csv' TO ARCHIVO-COPIA
        END-IF
        WHEN "UMBRALES"
        MOVE ESC-UMBRALES (ESCENARIO-ACTUAL) TO ARCHIVO-COPIA
        IF ARCHIVO-COPIA = SPACES
        MOVE 'UMBRALES.csv' TO ARCHIVO-COPIA
        END-IF
        WHEN "COMPARACIONES"
        MOVE ESC-COMPARACIONES (ESCENARIO-ACTUAL) TO ARCHIVO-COPIA
        IF ARCHIVO-COPIA = SPACES
        MOVE 'COMPARACIONES.csv' TO ARCHIVO-COPIA
        END-IF
        WHEN OTHER
        MOVE MAN-ETIQUETA TO ARCHIVO-COPIA
        END-EVALUATE
        MOVE SPACES TO NUMERO
        MOVE FUNCTION TRIM (MAN-REGISTROS) TO NUMERO
        PERFORM VALIDAR-NUMERO
        IF FLAG-NUMERO-VALIDO = 0
        MOVE 1 TO FLAG-CONTROL-FALLIDO
        MOVE 0 TO REGISTROS-ESPERADOS
        ELSE
        COMPUTE REGISTROS-ESPERADOS = FUNCTION NUMVAL (NUMERO)
        END-IF
        MOVE 0 TO TOTAL-ESPERADO
        IF MAN-TOTAL NOT = SPACES
        MOVE SPACES TO NUMERO
        MOVE FUNCTION TRIM (MAN-TOTAL) TO NUMERO
        PERFORM VALIDAR-NUMERO
        IF FLAG-NUMERO-VALIDO = 0
        MOVE 1 TO FLAG-CONTROL-FALLIDO
        ELSE
        COMPUTE TOTAL-ESPERADO = FUNCTION NUMVAL (NUMERO)
        END-IF
        END-IF
        MOVE SPACES TO NUMERO
        MOVE 0 TO REGISTROS-CONTADOS
        MOVE 0 TO TOTAL-CALCULADO
        OPEN INPUT CSV-COPIA
        IF ESTADO-COPIA NOT = "00"
        MOVE 1 TO FLAG-CONTROL-FALLIDO
        MOVE SPACES TO LINEA-VERIFICACION
        STRING "   " DELIMITED BY SIZE
            FUNCTION TRIM (ARCHIVO-COPIA) DELIMITED BY SIZE
            ": NO SE PUEDE ABRIR (ESTADO " DELIMITED BY SIZE
            ESTADO-COPIA DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
        INTO LINEA-VERIFICACION
        END-STRING
        ELSE
        PERFORM UNTIL EOF = 1
        READ CSV-COPIA
        AT END
        MOVE 1 TO EOF
        NOT AT END
        IF CSV-RECORD OF COPIA NOT = SPACES
        ADD 1 TO REGISTROS-CONTADOS
        PERFORM SUMAR-CELDAS-MANIFIESTO
        END-IF
        END-READ
        END-PERFORM
        MOVE 0 TO EOF
        CLOSE CSV-COPIA
        IF REGISTROS-CONTADOS NOT = REGISTROS-ESPERADOS
        MOVE 1 TO FLAG-CONTROL-FALLIDO
        END-IF
        COMPUTE DIFERENCIA-TOTAL = TOTAL-CALCULADO - TOTAL-ESPERADO
        IF DIFERENCIA-TOTAL < 0
        COMPUTE DIFERENCIA-TOTAL = 0 - DIFERENCIA-TOTAL
        END-IF
        IF MAN-TOTAL NOT = SPACES
        AND DIFERENCIA-TOTAL > TOLERANCIA-TOTAL
        MOVE 1 TO FLAG-CONTROL-FALLIDO
        END-IF
        MOVE REGISTROS-ESPERADOS TO REGISTROS-ESP-EDIT
        MOVE REGISTROS-CONTADOS TO REGISTROS-CNT-EDIT
        MOVE SPACES TO LINEA-VERIFICACION
        MOVE 1 TO POS-CELDA
        STRING "   " DELIMITED BY SIZE
            FUNCTION TRIM (ARCHIVO-COPIA) DELIMITED BY SIZE
            ": REGISTROS " DELIMITED BY SIZE
            FUNCTION TRIM (REGISTROS-ESP-EDIT) DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            FUNCTION TRIM (REGISTROS-CNT-EDIT) DELIMITED BY SIZE
        INTO LINEA-VERIFICACION
        WITH POINTER POS-CELDA
        END-STRING
        IF MAN-TOTAL NOT = SPACES
        MOVE TOTAL-ESPERADO TO TOTAL-ESP-EDIT
        MOVE TOTAL-CALCULADO TO TOTAL-CAL-EDIT
        STRING "  TOTAL " DELIMITED BY SIZE
            FUNCTION TRIM (TOTAL-ESP-EDIT) DELIMITED BY SIZE
            "/" DELIMITED BY SIZE
            FUNCTION TRIM (TOTAL-CAL-EDIT) DELIMITED BY SIZE
        INTO LINEA-VERIFICACION
        WITH POINTER POS-CELDA
        END-STRING
        END-IF
        END-IF
        IF FLAG-CONTROL-FALLIDO = 1
        MOVE 1 TO FLAG-MANIFIESTO-FALLIDO
        MOVE "NO CUADRA" TO LINEA-VERIFICACION (110:9)
        ELSE
        MOVE "CUADRA" TO LINEA-VERIFICACION (110:6)
        END-IF
        WRITE VERIFICACION FROM LINEA-VERIFICACION
        EXIT.

        SUMAR-CELDAS-MANIFIESTO.
        MOVE CSV-RECORD OF COPIA TO RESTO
        PERFORM DETECTAR-DELIMITADOR
        MOVE 0 TO LARGO-LINEA
        INSPECT FUNCTION REVERSE (RESTO) TALLYING LARGO-LINEA
        FOR LEADING SPACES
        COMPUTE LARGO-LINEA = 1000 - LARGO-LINEA
        MOVE 1 TO POS-CELDA
        PERFORM UNTIL POS-CELDA > LARGO-LINEA
        MOVE SPACES TO CELDA-MANIFIESTO
        UNSTRING RESTO (1:LARGO-LINEA) DELIMITED BY DELIMITADOR
        INTO CELDA-MANIFIESTO
        WITH POINTER POS-CELDA
        END-UNSTRING
        MOVE SPACES TO NUMERO
        MOVE FUNCTION TRIM (CELDA-MANIFIESTO) TO NUMERO
        IF CELDA-MANIFIESTO NOT = SPACES
        PERFORM VALIDAR-NUMERO
        IF FLAG-NUMERO-VALIDO = 1
        COMPUTE TOTAL-CALCULADO = TOTAL-CALCULADO
            + FUNCTION NUMVAL (NUMERO)
        END-IF
        END-IF
        END-PERFORM
        MOVE SPACES TO NUMERO
        EXIT.

        TOMAR-BLOQUEO.
        IF FLAG-BLOQUEO-TOMADO = 0
        PERFORM LEER-CONTROL-CORRIDAS
        IF CTL-ESTADO = "B"
        DISPLAY "TOPSIS-RIM NO SE EJECUTA: HAY OTRA CORRIDA EN CURSO"
        DISPLAY "CORRIDA NUMERO " CTL-NUMERO "  MODO "
            FUNCTION TRIM (CTL-MODO) "  INICIADA " CTL-INICIO
        DISPLAY "SI ESA CORRIDA YA NO ESTA ACTIVA, LIBERE EL BLOQUEO"
            " CON: DESBLOQUEO " CTL-NUMERO
        STOP RUN RETURNING 8
        END-IF
        IF CTL-ESTADO = "F"
        DISPLAY "AVISO: LA CORRIDA " CTL-NUMERO " NO TERMINO "
            "NORMALMENTE, SU BLOQUEO SE LIBERO CON DESBLOQUEO"
        END-IF
        ADD 1 TO CTL-NUMERO
        MOVE CTL-NUMERO TO NUMERO-CORRIDA
        MOVE "B" TO CTL-ESTADO
        IF PARAMETRO-MODO = SPACES
        MOVE "INTERACTIVO" TO CTL-MODO
        ELSE
        MOVE PARAMETRO-MODO TO CTL-MODO
        END-IF
        MOVE FUNCTION CURRENT-DATE TO TIEMPO-FIN
        MOVE TIEMPO-FIN (1:14) TO CTL-INICIO
        MOVE SPACES TO CTL-FIN
        PERFORM GRABAR-CONTROL-CORRIDAS
        MOVE 1 TO FLAG-BLOQUEO-TOMADO
        DISPLAY "TOPSIS-RIM CORRIDA NUMERO " NUMERO-CORRIDA
        END-IF
        EXIT.

        LIBERAR-BLOQUEO.
        IF FLAG-BLOQUEO-TOMADO = 1
        MOVE 0 TO FLAG-BLOQUEO-TOMADO
        PERFORM LEER-CONTROL-CORRIDAS
        IF CTL-ESTADO = "B" AND CTL-NUMERO = NUMERO-CORRIDA
        MOVE "L" TO CTL-ESTADO
        MOVE FUNCTION CURRENT-DATE TO TIEMPO-FIN
        MOVE TIEMPO-FIN (1:14) TO CTL-FIN
        PERFORM GRABAR-CONTROL-CORRIDAS
        END-IF
        END-IF
        EXIT.

        DESBLOQUEAR-CORRIDA.
        DISPLAY "TOPSIS-RIM LIBERACION DEL BLOQUEO DE CORRIDAS"
        PERFORM LEER-CONTROL-CORRIDAS
        IF CTL-ESTADO NOT = "B"
        DISPLAY "NO HAY BLOQUEO VIGENTE, ULTIMA CORRIDA NUMERO "
            CTL-NUMERO
        ELSE
        DISPLAY "BLOQUEO DE LA CORRIDA NUMERO " CTL-NUMERO "  MODO "
            FUNCTION TRIM (CTL-MODO) "  INICIADA " CTL-INICIO
        MOVE 0 TO NUMERO-DESBLOQUEO
        IF PARAMETRO-EXTRA NOT = SPACES
        MOVE SPACES TO NUMERO
        MOVE PARAMETRO-EXTRA TO NUMERO (1:10)
        PERFORM VALIDAR-NUMERO
        MOVE SPACES TO NUMERO
        IF FLAG-NUMERO-VALIDO = 1
        COMPUTE NUMERO-DESBLOQUEO =
            FUNCTION NUMVAL (PARAMETRO-EXTRA)
        END-IF
        END-IF
        IF NUMERO-DESBLOQUEO NOT = CTL-NUMERO
        DISPLAY "VERIFIQUE QUE ESA CORRIDA YA NO ESTE ACTIVA Y "
            "LIBERE EL BLOQUEO CON: DESBLOQUEO " CTL-NUMERO
        MOVE 1 TO RETURN-CODE
        ELSE
        MOVE "F" TO CTL-ESTADO
        MOVE FUNCTION CURRENT-DATE TO TIEMPO-FIN
        MOVE TIEMPO-FIN (1:14) TO CTL-FIN
        PERFORM GRABAR-CONTROL-CORRIDAS
        DISPLAY "BLOQUEO DE LA CORRIDA " CTL-NUMERO " LIBERADO"
        END-IF
        END-IF
        EXIT.

        LEER-CONTROL-CORRIDAS.
        MOVE SPACES TO REG-CONTROL-CORRIDAS
        MOVE "L" TO CTL-ESTADO
        MOVE 0 TO CTL-NUMERO
        OPEN INPUT CTL-CORRIDAS
        IF ESTADO-CORRIDAS = "00"
        READ CTL-CORRIDAS INTO REG-CONTROL-CORRIDAS
        AT END
        MOVE "L" TO CTL-ESTADO
        END-READ
        CLOSE CTL-CORRIDAS
        ELSE
        IF ESTADO-CORRIDAS NOT = "35"
        DISPLAY "ERROR: NO SE PUEDE LEER CONTROL-CORRIDAS.DAT"
            " (ESTADO " ESTADO-CORRIDAS ")"
        STOP RUN RETURNING 2
        END-IF
        END-IF
        IF CTL-NUMERO NOT NUMERIC
        DISPLAY "ERROR: CONTROL-CORRIDAS.DAT TIENE UN NUMERO DE "
            "CORRIDA INVALIDO: " CTL-NUMERO
        STOP RUN RETURNING 2
        END-IF
        EXIT.

        GRABAR-CONTROL-CORRIDAS.
        OPEN OUTPUT CTL-CORRIDAS
        IF ESTADO-CORRIDAS NOT = "00"
        DISPLAY "ERROR: NO SE PUEDE GRABAR CONTROL-CORRIDAS.DAT"
            " (ESTADO " ESTADO-CORRIDAS ")"
        STOP RUN RETURNING 2
        END-IF
        WRITE REGISTRO-CORRIDAS FROM REG-CONTROL-CORRIDAS
        CLOSE CTL-CORRIDAS
        EXIT.

        INICIAR-CONTROL-LOTE.
        OPEN OUTPUT CHK-CONTROL
        CLOSE CHK-CONTROL
        STRING "CONSOLIDADO DE ESCENARIOS - EJECUCION "
            DELIMITED BY SIZE
            MARCA-TIEMPO (1:14) DELIMITED BY SIZE
            "  CORRIDA NUMERO " DELIMITED BY SIZE
            NUMERO-CORRIDA DELIMITED BY SIZE
        INTO LINEA-CONSOLIDADO
        END-STRING
        WRITE CONSOLIDADO-TXT FROM LINEA-CONSOLIDADO
        END-STRING
        WRITE CONSOLIDADO-TXT FROM LINEA-CONSOLIDADO
        END-IF
        IF ESTADO-ESC-LOTE (ESCENARIO-ACTUAL) = "MANIFIESTO"
        ADD 1 TO CONTADOR-OMITIDOS
        MOVE SPACES TO LINEA-CONSOLIDADO
        STRING "   " DELIMITED BY SIZE
            NOMBRE-ESCENARIO (ESCENARIO-ACTUAL) DELIMITED BY SIZE
            "  (EL MANIFIESTO NO CUADRA, VER "
            DELIMITED BY SIZE
            "VERIFICACION-MANIFIESTOS.TXT)" DELIMITED BY SIZE
        INTO LINEA-CONSOLIDADO
        END-STRING
        WRITE CONSOLIDADO-TXT FROM LINEA-CONSOLIDADO
        END-IF
        ADD 1 TO ESCENARIO-ACTUAL
        END-PERFORM
        IF CONTADOR-OMITIDOS = 0
        INTO LINEA-CONSOLIDADO
        WITH POINTER POS-CONS
        END-STRING
        WHEN ESTADO-ESC-LOTE (ESCENARIO-ACTUAL) = "MANIFIESTO"
        STRING "MANIFIESTO  " DELIMITED BY SIZE
        INTO LINEA-CONSOLIDADO
        WITH POINTER POS-CONS
        END-STRING
        WHEN CONS-PUESTO (I, ESCENARIO-ACTUAL) = 0
        STRING "--          " DELIMITED BY SIZE
        INTO LINEA-CONSOLIDADO
        ADD 1 TO ESCENARIO-ACTUAL
        END-PERFORM
        WRITE CONSOLIDADO-CSV FROM LINEA-CONS-CSV
        MOVE SPACES TO LINEA-CONS-CSV
        STRING "NUMERO DE CORRIDA," DELIMITED BY SIZE
            NUMERO-CORRIDA DELIMITED BY SIZE
        INTO LINEA-CONS-CSV
        END-STRING
        WRITE CONSOLIDADO-CSV FROM LINEA-CONS-CSV
        CLOSE CSV-CONSOLIDADO
        EXIT.

        LEER-ARCHIVO.
        MOVE 0 TO FLAG-LEIDO-COMPARACIONES
        MOVE 0 TO FLAG-LEIDO-PESOS
        MOVE 0 TO FLAG-LEIDO-ESCALAS
        MOVE 0 TO FLAG-LEIDO-PAGOS
        MOVE 0 TO FLAG-LEIDO-SOLUCIONES
        MOVE 0 TO FLAG-LEIDO-NOMBRES
        PERFORM LEER-COMPARACIONES
        IF NUMERO-EVALUADORES = 0
        PERFORM LEER-PESOS
        PERFORM LEER-INTERVALOS
        PERFORM LEER-SOLUCIONES
        PERFORM LEER-NOMBRES
        IF FLAG-REPRODUCCION = 0
        PERFORM CARGAR-MAESTRO
        PERFORM CARGAR-MAESTRO-CRITERIOS
        ELSE
        MOVE 0 TO FLAG-MAESTRO
        MOVE 0 TO FLAG-MAESTRO-CRIT
        END-IF
        PERFORM ASIGNAR-IDS
        PERFORM VALIDAR-CRITERIOS-MAESTRO
        PERFORM LEER-CATEGORIAS
        IF FLAG-CATEGORIAS = 1 AND FLAG-PESOS-AHP = 1
        PERFORM RENORMALIZAR-PESOS-AHP
        STRING "VALIDACION DE DATOS DE ENTRADA - "
            DELIMITED BY SIZE
            FUNCTION TRIM (ESCENARIO-EN-CURSO) DELIMITED BY SIZE
            "  CORRIDA NUMERO " DELIMITED BY SIZE
            NUMERO-CORRIDA DELIMITED BY SIZE
        INTO LINEA-VALIDACION
        END-STRING
        WRITE VALIDACION FROM LINEA-VALIDACION
        MOVE CLASE-RETORNO TO RETURN-CODE
        END-IF
        ELSE
        IF FLAG-REPRODUCCION = 1
        DISPLAY "LA CORRIDA " ID-CORRIDA " NO SE PUEDE REPRODUCIR:"
            " LAS ENTRADAS ARCHIVADAS NO PASAN LA VALIDACION"
        PERFORM LIBERAR-BLOQUEO
        STOP RUN RETURNING 1
        END-IF
        PERFORM REGISTRAR-TIEMPO-FIN
        PERFORM GRABAR-EJECUCION
        PERFORM LIBERAR-BLOQUEO
        STOP RUN RETURNING CLASE-RETORNO
        END-IF
        END-IF
        STRING "RESUMEN DE EJECUCION TOPSIS-RIM - "
            DELIMITED BY SIZE
            TIEMPO-FIN (1:14) DELIMITED BY SIZE
            "  CORRIDA NUMERO " DELIMITED BY SIZE
            NUMERO-CORRIDA DELIMITED BY SIZE
        INTO LINEA-EJECUCION
        END-STRING
        WRITE EJECUCION FROM LINEA-EJECUCION
        TO LINEA-EJECUCION
        MOVE "5=TODO DESCALIFICADO" TO LINEA-EJECUCION (55:20)
        WRITE EJECUCION FROM LINEA-EJECUCION
        MOVE "                 6=MANIFIESTO NO CUADRA"
        TO LINEA-EJECUCION
        WRITE EJECUCION FROM LINEA-EJECUCION
        MOVE SPACES TO LINEA-EJECUCION
        WRITE EJECUCION FROM LINEA-EJECUCION
        MOVE "ESCENARIO                      RESULTADO  CLASE"
        MOVE BIT-SEGUNDOS (ESCENARIO-ACTUAL) TO SEGUNDOS-EDIT
        MOVE SEGUNDOS-EDIT TO LINEA-EJECUCION (61:5)
        END-IF
        IF ESTADO-ESC-LOTE (ESCENARIO-ACTUAL) = "MANIFIESTO"
        MOVE BIT-CLASE (ESCENARIO-ACTUAL)
        TO LINEA-EJECUCION (44:1)
        END-IF
        WRITE EJECUCION FROM LINEA-EJECUCION
        EXIT.

        MOVE 0 TO LINEA-NOMBRES
        OPEN INPUT CSV-NOMBRES
        IF ESTADO-NOMBRES = "00"
        MOVE 1 TO FLAG-LEIDO-NOMBRES
        PERFORM UNTIL EOF = 1
        READ CSV-NOMBRES
        AT END
        END-IF
        EXIT.

        CARGAR-MAESTRO-CRITERIOS.
        MOVE 0 TO FLAG-MAESTRO-CRIT
        MOVE 0 TO NUMERO-MAESTRO-CRIT
        OPEN INPUT MAESTRO-CRITERIOS
        IF ESTADO-MAESTRO-CRIT = "00"
        MOVE 1 TO FLAG-MAESTRO-CRIT
        PERFORM UNTIL EOF = 1
        READ MAESTRO-CRITERIOS NEXT
        AT END
        MOVE 1 TO EOF
        NOT AT END
        IF NUMERO-MAESTRO-CRIT < LIMITE-MAESTRO-CRIT
        ADD 1 TO NUMERO-MAESTRO-CRIT
        MOVE MCR-ID TO MCR-TAB-ID (NUMERO-MAESTRO-CRIT)
        MOVE MCR-NOMBRE TO MCR-TAB-NOMBRE (NUMERO-MAESTRO-CRIT)
        MOVE MCR-UNIDAD TO MCR-TAB-UNIDAD (NUMERO-MAESTRO-CRIT)
        MOVE MCR-SENTIDO TO MCR-TAB-SENTIDO (NUMERO-MAESTRO-CRIT)
        MOVE MCR-PESO TO MCR-TAB-PESO (NUMERO-MAESTRO-CRIT)
        MOVE MCR-CATEGORIA
        TO MCR-TAB-CATEGORIA (NUMERO-MAESTRO-CRIT)
        MOVE MCR-ESTADO TO MCR-TAB-ESTADO (NUMERO-MAESTRO-CRIT)
        END-IF
        END-READ
        END-PERFORM
        CLOSE MAESTRO-CRITERIOS
        END-IF
        MOVE 0 TO EOF
        EXIT.

        VALIDAR-CRITERIOS-MAESTRO.
        PERFORM LIMITE-MAXIMO TIMES
        MOVE 0 TO POS-CRIT-MAESTRO (J)
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        IF FLAG-MAESTRO-CRIT = 1 AND NUMERO-CRITERIOS > 0
        IF NUMERO-CABECERAS-PAGOS = 0
        MOVE SPACES TO LINEA-HALLAZGO
        STRING "AVISO: PAGOS.CSV NO TIENE CABECERA, LOS CRITERIOS"
            DELIMITED BY SIZE
            " NO SE VERIFICAN CONTRA EL MAESTRO" DELIMITED BY SIZE
        INTO LINEA-HALLAZGO
        END-STRING
        MOVE 0 TO FLAG-HALLAZGO-DURO
        PERFORM AGREGAR-HALLAZGO
        ELSE
        PERFORM NUMERO-CRITERIOS TIMES
        PERFORM UBICAR-CRITERIO-MAESTRO
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        END-IF
        END-IF
        EXIT.

        UBICAR-CRITERIO-MAESTRO.
        MOVE 1 TO POS-MAESTRO-CRIT
        PERFORM NUMERO-MAESTRO-CRIT TIMES
        IF POS-CRIT-MAESTRO (J) = 0
        AND CABECERA-PAGOS (J) NOT = SPACES
        IF FUNCTION TRIM (CABECERA-PAGOS (J)) =
            MCR-TAB-ID (POS-MAESTRO-CRIT)
        OR FUNCTION TRIM (CABECERA-PAGOS (J)) =
            MCR-TAB-NOMBRE (POS-MAESTRO-CRIT)
        MOVE POS-MAESTRO-CRIT TO POS-CRIT-MAESTRO (J)
        END-IF
        END-IF
        ADD 1 TO POS-MAESTRO-CRIT
        END-PERFORM
        MOVE 1 TO POS-MAESTRO-CRIT
        IF POS-CRIT-MAESTRO (J) = 0
        MOVE SPACES TO LINEA-HALLAZGO
        STRING "ERROR: PAGOS.CSV COLUMNA " DELIMITED BY SIZE
            J DELIMITED BY SIZE
            " (" DELIMITED BY SIZE
            FUNCTION TRIM (CABECERA-PAGOS (J)) DELIMITED BY SIZE
            ") NO FIGURA EN EL MAESTRO DE CRITERIOS"
            DELIMITED BY SIZE
        INTO LINEA-HALLAZGO
        END-STRING
        MOVE 1 TO FLAG-HALLAZGO-DURO
        PERFORM AGREGAR-HALLAZGO
        ELSE
        MOVE POS-CRIT-MAESTRO (J) TO POS-MAESTRO-CRIT
        IF MCR-TAB-ESTADO (POS-MAESTRO-CRIT) NOT = "A"
        MOVE SPACES TO LINEA-HALLAZGO
        STRING "ERROR: EL CRITERIO " DELIMITED BY SIZE
            FUNCTION TRIM (CABECERA-PAGOS (J)) DELIMITED BY SIZE
            " (ID " DELIMITED BY SIZE
            MCR-TAB-ID (POS-MAESTRO-CRIT) DELIMITED BY SIZE
            ") ESTA INACTIVO EN EL MAESTRO DE CRITERIOS"
            DELIMITED BY SIZE
        INTO LINEA-HALLAZGO
        END-STRING
        MOVE 1 TO FLAG-HALLAZGO-DURO
        PERFORM AGREGAR-HALLAZGO
        END-IF
        MOVE 1 TO CRITERIO-PREVIO
        PERFORM UNTIL CRITERIO-PREVIO >= J
        IF POS-CRIT-MAESTRO (CRITERIO-PREVIO) = POS-MAESTRO-CRIT
        MOVE SPACES TO LINEA-HALLAZGO
        STRING "ERROR: PAGOS.CSV COLUMNAS " DELIMITED BY SIZE
            CRITERIO-PREVIO DELIMITED BY SIZE
            " Y " DELIMITED BY SIZE
            J DELIMITED BY SIZE
            " SON EL MISMO CRITERIO DEL MAESTRO ("
            DELIMITED BY SIZE
            MCR-TAB-ID (POS-MAESTRO-CRIT) DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
        INTO LINEA-HALLAZGO
        END-STRING
        MOVE 1 TO FLAG-HALLAZGO-DURO
        PERFORM AGREGAR-HALLAZGO
        END-IF
        ADD 1 TO CRITERIO-PREVIO
        END-PERFORM
        MOVE 1 TO CRITERIO-PREVIO
        IF J <= NUMERO-TAGS-SOLUCIONES
        IF (SOLUCION OF SOLUCION-POSITIVA (J) = 1
        AND MCR-TAB-SENTIDO (POS-MAESTRO-CRIT) NOT = "BENEFICIO")
        OR (SOLUCION OF SOLUCION-POSITIVA (J) NOT = 1
        AND MCR-TAB-SENTIDO (POS-MAESTRO-CRIT) NOT = "COSTO")
        MOVE SPACES TO LINEA-HALLAZGO
        STRING "ERROR: SOLUCIONES.CSV ETIQUETA " DELIMITED BY SIZE
            J DELIMITED BY SIZE
            " (" DELIMITED BY SIZE
            FUNCTION TRIM (CABECERA-PAGOS (J)) DELIMITED BY SIZE
            ") CONTRADICE EL SENTIDO DEL MAESTRO: "
            DELIMITED BY SIZE
            MCR-TAB-SENTIDO (POS-MAESTRO-CRIT) DELIMITED BY SPACE
        INTO LINEA-HALLAZGO
        END-STRING
        MOVE 1 TO FLAG-HALLAZGO-DURO
        PERFORM AGREGAR-HALLAZGO
        END-IF
        END-IF
        MOVE 1 TO POS-MAESTRO-CRIT
        END-IF
        EXIT.

        VALIDAR-CONSISTENCIA-ARCHIVOS.
        IF NUMERO-ALTERNATIVAS = 0
        MOVE "ERROR: PAGOS.CSV NO DEFINE NINGUNA ALTERNATIVA"
        TO LINEA-HALLAZGO
        MOVE 1 TO FLAG-HALLAZGO-DURO
        PERFORM AGREGAR-HALLAZGO
        END-IF
        IF FLAG-ERROR-PAGOS = 1
        MOVE SPACES TO LINEA-HALLAZGO
        STRING "ERROR: PESOS.CSV DEFINE " DELIMITED BY SIZE
            NUMERO-CRITERIOS DELIMITED BY SIZE
        MOVE 0 TO FLAG-ERROR-COMPARACION
        OPEN INPUT CSV-COMPARACIONES
        IF ESTADO-COMPARACIONES = "00"
        MOVE 1 TO FLAG-LEIDO-COMPARACIONES
        DISPLAY "PESOS POR COMPARACIONES PAREADAS DE "
            ARCHIVO-COMPARACIONES (1:40)
        PERFORM UNTIL EOF = 1
        MOVE ESTADO-PESOS TO ESTADO-AVISO
        PERFORM AVISAR-ARCHIVO-INACCESIBLE
        ELSE
        MOVE 1 TO FLAG-LEIDO-PESOS
        PERFORM UNTIL EOF = 1
        READ CSV-PESOS
        AT END
        MOVE 0 TO FLAG-EXCESO-ESCALAS
        OPEN INPUT CSV-ESCALAS
        IF ESTADO-ESCALAS = "00"
        MOVE 1 TO FLAG-LEIDO-ESCALAS
        PERFORM UNTIL EOF = 1
        READ CSV-ESCALAS
        AT END

        LEER-PAGOS.
        MOVE 0 TO FLAG-EXCESO-FILAS
        MOVE 0 TO NUMERO-CABECERAS-PAGOS
        PERFORM LIMITE-MAXIMO TIMES
        MOVE SPACES TO CABECERA-PAGOS (J)
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        OPEN INPUT CSV-PAGOS
        IF ESTADO-PAGOS NOT = "00"
        MOVE ARCHIVO-PAGOS (1:40) TO ARCHIVO-AVISO
        MOVE ESTADO-PAGOS TO ESTADO-AVISO
        PERFORM AVISAR-ARCHIVO-INACCESIBLE
        ELSE
        MOVE 1 TO FLAG-LEIDO-PAGOS
        PERFORM UNTIL EOF = 1
        READ CSV-PAGOS
        AT END
        END-UNSTRING
        IF NOMBRE-CAMPO NOT = SPACES
        MOVE NOMBRE-CAMPO TO NOMBRE-CRITERIO (J)
        MOVE NOMBRE-CAMPO TO CABECERA-PAGOS (J)
        ADD 1 TO NUMERO-CABECERAS-PAGOS
        END-IF
        ADD 1 TO J
        END-PERFORM
        MOVE ESTADO-SOLUCIONES TO ESTADO-AVISO
        PERFORM AVISAR-ARCHIVO-INACCESIBLE
        ELSE
        MOVE 1 TO FLAG-LEIDO-SOLUCIONES
        PERFORM UNTIL EOF = 1
        READ CSV-SOLUCIONES
        AT END
        ON SIZE ERROR
        DISPLAY "ERROR: SE REQUIEREN AL MENOS 2 ALTERNATIVAS PARA"
            " CALCULAR PESOS POR ENTROPIA"
        PERFORM LIBERAR-BLOQUEO
        STOP RUN RETURNING 1
        END-COMPUTE
        MOVE 0 TO SUMA-DIVERGENCIA
        ON SIZE ERROR
        DISPLAY "ERROR: TODOS LOS CRITERIOS TIENEN DISPERSION CERO,"
            " NO SE PUEDEN CALCULAR PESOS POR ENTROPIA"
        PERFORM LIBERAR-BLOQUEO
        STOP RUN RETURNING 1
        END-COMPUTE
        DISPLAY "PESO: " PESO (J)
        ELSE
        MOVE 'PESOS.csv' TO ARCHIVO-PESOS
        OPEN OUTPUT CSV-PESOS
        PERFORM ARMAR-LINEA-PESOS
        MOVE RESTO TO CSV-RECORD OF PESOS
        WRITE PESOS OF CSV-PESOS
        CLOSE CSV-PESOS
        END-IF
        MOVE 'PAGOS.csv' TO ARCHIVO-PAGOS
        OPEN OUTPUT CSV-PAGOS
        PERFORM NUMERO-ALTERNATIVAS TIMES
        PERFORM ARMAR-LINEA-PAGOS
        MOVE RESTO TO CSV-RECORD OF PAGOS
        WRITE PAGOS
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        CLOSE CSV-PAGOS
        MOVE 'SOLUCIONES.csv' TO ARCHIVO-SOLUCIONES
        OPEN OUTPUT CSV-SOLUCIONES
        PERFORM ARMAR-LINEA-SOLUCIONES
        MOVE RESTO TO CSV-RECORD OF SOLUCIONES
        WRITE SOLUCIONES
        CLOSE CSV-SOLUCIONES
        MOVE SPACES TO RESTO
        DISPLAY "ENTRADAS GUARDADAS PARA REUSO EN MODO CSV O LOTE"
        EXIT.

        ARMAR-LINEA-PESOS.
        MOVE SPACES TO RESTO
        MOVE 1 TO POS-GUARDA
        PERFORM NUMERO-CRITERIOS TIMES
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        EXIT.

        ARMAR-LINEA-PAGOS.
        MOVE SPACES TO RESTO
        MOVE 1 TO POS-GUARDA
        PERFORM NUMERO-CRITERIOS TIMES
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        EXIT.

        ARMAR-LINEA-CRITERIOS.
        MOVE SPACES TO RESTO
        MOVE 1 TO POS-GUARDA
        PERFORM NUMERO-CRITERIOS TIMES
        STRING FUNCTION TRIM (NOMBRE-CRITERIO (J)) DELIMITED BY SIZE
        INTO RESTO
        WITH POINTER POS-GUARDA
        END-STRING
        IF J < NUMERO-CRITERIOS
        STRING "," DELIMITED BY SIZE
        INTO RESTO
        WITH POINTER POS-GUARDA
        END-STRING
        END-IF
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        EXIT.

        ARMAR-LINEA-ALTERNATIVAS.
        MOVE SPACES TO RESTO
        MOVE 1 TO POS-GUARDA
        PERFORM NUMERO-ALTERNATIVAS TIMES
        STRING FUNCTION TRIM (NOMBRE-ALTERNATIVA (I)) DELIMITED BY SIZE
        INTO RESTO
        WITH POINTER POS-GUARDA
        END-STRING
        IF I < NUMERO-ALTERNATIVAS
        STRING "," DELIMITED BY SIZE
        INTO RESTO
        WITH POINTER POS-GUARDA
        END-STRING
        END-IF
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        EXIT.

        ARMAR-LINEA-SOLUCIONES.
        MOVE SPACES TO RESTO
        MOVE 1 TO POS-GUARDA
        PERFORM NUMERO-CRITERIOS TIMES
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        EXIT.

        AGREGAR-VALOR-PAGOS.
        END-IF
        EXIT.

        GRABAR-INSTANTANEA.
        MOVE SPACES TO ARCHIVO-INSTANTANEA
        STRING "INSTANTANEA-" DELIMITED BY SIZE
            FUNCTION TRIM (ID-CORRIDA) DELIMITED BY SIZE
            ".DAT" DELIMITED BY SIZE
        INTO ARCHIVO-INSTANTANEA
        END-STRING
        OPEN OUTPUT ARC-INSTANTANEA
        IF ESTADO-INSTANTANEA NOT = "00"
        DISPLAY "AVISO: NO SE PUDO GRABAR LA INSTANTANEA "
            FUNCTION TRIM (ARCHIVO-INSTANTANEA)
            " (ESTADO " ESTADO-INSTANTANEA ")"
        ELSE
        MOVE SPACES TO REG-INS-CONTROL
        MOVE "C" TO INS-CTL-TIPO
        MOVE ID-CORRIDA TO INS-CTL-CORRIDA
        MOVE FUENTE-DATOS TO INS-CTL-FUENTE
        MOVE ESCENARIO-EN-CURSO TO INS-CTL-ESCENARIO
        MOVE FLAG-VECTORIAL TO INS-CTL-VECTORIAL
        MOVE FLAG-ENTROPIA TO INS-CTL-ENTROPIA
        MOVE OPCIONES-CORRIDA TO INS-CTL-OPCIONES
        MOVE NUMERO-CORRIDA TO INS-CTL-NUMERO
        WRITE INSTANTANEA FROM REG-INS-CONTROL
        IF FUENTE-DATOS = "MANUAL"
        PERFORM INSTANTANEA-DESDE-MEMORIA
        ELSE
        PERFORM INSTANTANEA-DESDE-ARCHIVOS
        END-IF
        PERFORM NUMERO-ALTERNATIVAS TIMES
        MOVE SPACES TO REG-INS-RESULTADO
        MOVE "R" TO INS-RES-TIPO
        MOVE NOMBRE-ALTERNATIVA (I) TO INS-RES-NOMBRE
        MOVE ID-ALTERNATIVA (I) TO INS-RES-ID
        MOVE RANKING-POS OF RANKING-ALTERNATIVA (I) TO INS-RES-PUESTO
        MOVE INDICE (I) TO INDICE-EDIT
        MOVE INDICE-EDIT TO INS-RES-INDICE
        WRITE INSTANTANEA FROM REG-INS-RESULTADO
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        CLOSE ARC-INSTANTANEA
        DISPLAY "INSTANTANEA DE ENTRADAS GRABADA EN "
            FUNCTION TRIM (ARCHIVO-INSTANTANEA)
        END-IF
        EXIT.

        INSTANTANEA-DESDE-ARCHIVOS.
        IF FLAG-LEIDO-COMPARACIONES = 1
        MOVE "COMPARACIONES" TO ETIQUETA-COPIA
        MOVE ARCHIVO-COMPARACIONES TO ARCHIVO-COPIA
        PERFORM COPIAR-A-INSTANTANEA
        END-IF
        IF FLAG-LEIDO-PESOS = 1
        MOVE "PESOS" TO ETIQUETA-COPIA
        MOVE ARCHIVO-PESOS TO ARCHIVO-COPIA
        PERFORM COPIAR-A-INSTANTANEA
        END-IF
        IF FLAG-LEIDO-ESCALAS = 1
        MOVE "ESCALAS" TO ETIQUETA-COPIA
        MOVE ARCHIVO-ESCALAS TO ARCHIVO-COPIA
        PERFORM COPIAR-A-INSTANTANEA
        END-IF
        IF FLAG-LEIDO-PAGOS = 1
        MOVE "PAGOS" TO ETIQUETA-COPIA
        MOVE ARCHIVO-PAGOS TO ARCHIVO-COPIA
        PERFORM COPIAR-A-INSTANTANEA
        END-IF
        IF FLAG-INTERVALOS = 1
        MOVE "PAGOS-MIN" TO ETIQUETA-COPIA
        MOVE ARCHIVO-PAGOS-MIN TO ARCHIVO-COPIA
        PERFORM COPIAR-A-INSTANTANEA
        MOVE "PAGOS-MAX" TO ETIQUETA-COPIA
        MOVE ARCHIVO-PAGOS-MAX TO ARCHIVO-COPIA
        PERFORM COPIAR-A-INSTANTANEA
        END-IF
        IF FLAG-LEIDO-SOLUCIONES = 1
        MOVE "SOLUCIONES" TO ETIQUETA-COPIA
        MOVE ARCHIVO-SOLUCIONES TO ARCHIVO-COPIA
        PERFORM COPIAR-A-INSTANTANEA
        END-IF
        IF FLAG-LEIDO-NOMBRES = 1
        MOVE "NOMBRES" TO ETIQUETA-COPIA
        MOVE ARCHIVO-NOMBRES TO ARCHIVO-COPIA
        PERFORM COPIAR-A-INSTANTANEA
        END-IF
        IF FLAG-CATEGORIAS = 1
        MOVE "CATEGORIAS" TO ETIQUETA-COPIA
        MOVE ARCHIVO-CATEGORIAS TO ARCHIVO-COPIA
        PERFORM COPIAR-A-INSTANTANEA
        END-IF
        IF FLAG-UMBRALES = 1
        MOVE "UMBRALES" TO ETIQUETA-COPIA
        MOVE ARCHIVO-UMBRALES TO ARCHIVO-COPIA
        PERFORM COPIAR-A-INSTANTANEA
        END-IF
        EXIT.

        COPIAR-A-INSTANTANEA.
        MOVE SPACES TO REG-INS-ARCHIVO
        MOVE "A" TO INS-ARC-TIPO
        MOVE ETIQUETA-COPIA TO INS-ARC-ETIQUETA
        MOVE ARCHIVO-COPIA TO INS-ARC-NOMBRE
        WRITE INSTANTANEA FROM REG-INS-ARCHIVO
        OPEN INPUT CSV-COPIA
        IF ESTADO-COPIA = "00"
        PERFORM UNTIL EOF = 1
        READ CSV-COPIA
        AT END
        MOVE 1 TO EOF
        NOT AT END
        MOVE SPACES TO REG-INS-LINEA
        MOVE "L" TO INS-LIN-TIPO
        MOVE CSV-RECORD OF COPIA TO INS-LIN-TEXTO
        WRITE INSTANTANEA FROM REG-INS-LINEA
        END-READ
        END-PERFORM
        MOVE 0 TO EOF
        CLOSE CSV-COPIA
        ELSE
        DISPLAY "AVISO: " FUNCTION TRIM (ARCHIVO-COPIA)
            " NO SE PUDO COPIAR A LA INSTANTANEA (ESTADO "
            ESTADO-COPIA ")"
        END-IF
        EXIT.

        INSTANTANEA-DESDE-MEMORIA.
        MOVE SPACES TO REG-INS-ARCHIVO
        MOVE "A" TO INS-ARC-TIPO
        MOVE "PESOS" TO INS-ARC-ETIQUETA
        MOVE "MANUAL" TO INS-ARC-NOMBRE
        WRITE INSTANTANEA FROM REG-INS-ARCHIVO
        IF NUMERO-EVALUADORES > 1
        MOVE 1 TO EVALUADOR-ACTUAL
        PERFORM NUMERO-EVALUADORES TIMES
        PERFORM ESCRIBIR-PESOS-INSTANTANEA
        ADD 1 TO EVALUADOR-ACTUAL
        END-PERFORM
        MOVE 1 TO EVALUADOR-ACTUAL
        ELSE
        MOVE 0 TO EVALUADOR-ACTUAL
        PERFORM ESCRIBIR-PESOS-INSTANTANEA
        MOVE 1 TO EVALUADOR-ACTUAL
        END-IF
        MOVE SPACES TO REG-INS-ARCHIVO
        MOVE "A" TO INS-ARC-TIPO
        MOVE "PAGOS" TO INS-ARC-ETIQUETA
        MOVE "MANUAL" TO INS-ARC-NOMBRE
        WRITE INSTANTANEA FROM REG-INS-ARCHIVO
        PERFORM NUMERO-ALTERNATIVAS TIMES
        MOVE SPACES TO RESTO
        MOVE 1 TO POS-GUARDA
        PERFORM NUMERO-CRITERIOS TIMES
        PERFORM AGREGAR-VALOR-PAGOS
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        MOVE SPACES TO REG-INS-LINEA
        MOVE "L" TO INS-LIN-TIPO
        MOVE RESTO TO INS-LIN-TEXTO
        WRITE INSTANTANEA FROM REG-INS-LINEA
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        MOVE SPACES TO REG-INS-ARCHIVO
        MOVE "A" TO INS-ARC-TIPO
        MOVE "SOLUCIONES" TO INS-ARC-ETIQUETA
        MOVE "MANUAL" TO INS-ARC-NOMBRE
        WRITE INSTANTANEA FROM REG-INS-ARCHIVO
        PERFORM ARMAR-LINEA-SOLUCIONES
        MOVE SPACES TO REG-INS-LINEA
        MOVE "L" TO INS-LIN-TIPO
        MOVE RESTO TO INS-LIN-TEXTO
        WRITE INSTANTANEA FROM REG-INS-LINEA
        MOVE SPACES TO RESTO
        EXIT.

        ESCRIBIR-PESOS-INSTANTANEA.
        MOVE SPACES TO RESTO
        MOVE 1 TO POS-GUARDA
        PERFORM NUMERO-CRITERIOS TIMES
        IF EVALUADOR-ACTUAL = 0
        MOVE PESO (J) TO PESO-INSTANTANEA-EDIT
        ELSE
        MOVE PESO-EVAL (EVALUADOR-ACTUAL, J) TO PESO-INSTANTANEA-EDIT
        END-IF
        STRING PESO-INSTANTANEA-EDIT DELIMITED BY SIZE
        INTO RESTO
        WITH POINTER POS-GUARDA
        END-STRING
        IF J < NUMERO-CRITERIOS
        STRING "," DELIMITED BY SIZE
        INTO RESTO
        WITH POINTER POS-GUARDA
        END-STRING
        END-IF
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        MOVE SPACES TO REG-INS-LINEA
        MOVE "L" TO INS-LIN-TIPO
        MOVE RESTO TO INS-LIN-TEXTO
        WRITE INSTANTANEA FROM REG-INS-LINEA
        EXIT.

        CALCULAR-MAXIMOS.
        IF FLAG-SILENCIOSO = 0
        DISPLAY "******MAXIMOS******"
        ON SIZE ERROR
        DISPLAY "ERROR: VALORES DE PAGOS.CSV DEMASIADO GRANDES"
            " PARA NORMALIZACION VECTORIAL"
        PERFORM LIBERAR-BLOQUEO
        STOP RUN RETURNING 1
        END-COMPUTE
        ADD 1 TO I
        ON SIZE ERROR
        DISPLAY "ERROR: VALORES DE PAGOS.CSV DEMASIADO GRANDES"
            " PARA NORMALIZACION VECTORIAL"
        PERFORM LIBERAR-BLOQUEO
        STOP RUN RETURNING 1
        END-COMPUTE
        IF FLAG-SILENCIOSO = 0
        DISPLAY "ERROR: LA ALTERNATIVA " I
            " COINCIDE CON LAS SOLUCIONES POSITIVA Y NEGATIVA,"
            " NO SE PUEDE CALCULAR EL INDICE RELATIVO"
        PERFORM LIBERAR-BLOQUEO
        STOP RUN RETURNING 1
        END-COMPUTE
        IF FLAG-SILENCIOSO = 0
        PERFORM NUMERO-ALTERNATIVAS TIMES
        IF RANKING-POS OF RANKING-ALTERNATIVA (POSS) = I
        MOVE INDICE (POSS) TO INDICE-EDIT
        IF DOMINADA-ALT (POSS) = 1
        DISPLAY "  " I "    " NOMBRE-ALTERNATIVA (POSS) "  "
            INDICE-EDIT "  DOMINADA"
        ELSE
        DISPLAY "  " I "    " NOMBRE-ALTERNATIVA (POSS) "  "
            INDICE-EDIT
        END-IF
        END-IF
        ADD 1 TO POSS
        END-PERFORM
        MOVE 1 TO POSS
        MOVE 1 TO EVALUADOR-ACTUAL
        EXIT.

        CAPTURAR-CONTRIBUCIONES.
        IF NUMERO-EVALUADORES > 1
        MOVE 1 TO FLAG-SILENCIOSO
        PERFORM CALCULAR-PONDERADA
        PERFORM CALCULAR-SOLUCIONES-POSITIVAS
        PERFORM CALCULAR-SOLUCIONES-NEGATIVAS
        MOVE 0 TO FLAG-SILENCIOSO
        END-IF
        PERFORM NUMERO-ALTERNATIVAS TIMES
        MOVE 0 TO EXP-SUMA-P (I)
        MOVE 0 TO EXP-SUMA-N (I)
        PERFORM NUMERO-CRITERIOS TIMES
        MOVE ELEMENTO OF MATRIZ-PONDERADA (I, J)
        TO VALOR-PONDERADO (I, J)
        COMPUTE CONTRIB-P (I, J) =
        ((ELEMENTO OF MATRIZ-PONDERADA (I, J))-
        (EXTREMO OF POSITIVA (J))) ** 2
        END-COMPUTE
        COMPUTE CONTRIB-N (I, J) =
        ((ELEMENTO OF MATRIZ-PONDERADA (I, J))-
        (EXTREMO OF NEGATIVA (J))) ** 2
        END-COMPUTE
        ADD CONTRIB-P (I, J) TO EXP-SUMA-P (I)
        ADD CONTRIB-N (I, J) TO EXP-SUMA-N (I)
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        COMPUTE EXP-DIST-P (I) = FUNCTION SQRT (EXP-SUMA-P (I))
        COMPUTE EXP-DIST-N (I) = FUNCTION SQRT (EXP-SUMA-N (I))
        MOVE INDICE (I) TO EXP-INDICE (I)
        MOVE RANKING-POS OF RANKING-ALTERNATIVA (I) TO EXP-PUESTO (I)
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        MOVE ALTERNATIVA-RES TO EXP-GANADOR
        EXIT.

        ANALISIS-SENSIBILIDAD.
        MOVE ALTERNATIVA-RES TO ALTERNATIVA-ORIGINAL
        MOVE RESULTADO TO RESULTADO-ORIGINAL
        PERFORM CALCULAR-IR
        EXIT.

        INTERPRETAR-OPCIONES.
        MOVE 0 TO FLAG-RANKREV
        MOVE 0 TO FLAG-CARTERA
        MOVE 0 TO FLAG-ELIMINAR-DOMINADAS
        MOVE 1 TO POS-OPCIONES
        PERFORM UNTIL POS-OPCIONES > 40
        MOVE SPACES TO OPCION-CORRIDA
        UNSTRING OPCIONES-CORRIDA DELIMITED BY "/"
        INTO OPCION-CORRIDA
        WITH POINTER POS-OPCIONES
        END-UNSTRING
        EVALUATE FUNCTION TRIM (OPCION-CORRIDA)
        WHEN "RANKREV"
        MOVE 1 TO FLAG-RANKREV
        WHEN "CARTERA"
        MOVE 1 TO FLAG-CARTERA
        WHEN "ELIMINAR-DOMINADAS"
        MOVE 1 TO FLAG-ELIMINAR-DOMINADAS
        WHEN SPACES
        CONTINUE
        WHEN OTHER
        DISPLAY "AVISO: OPCION DE CORRIDA DESCONOCIDA, SE IGNORA: "
            FUNCTION TRIM (OPCION-CORRIDA)
        END-EVALUATE
        END-PERFORM
        MOVE 1 TO POS-OPCIONES
        EXIT.

        ANALISIS-INVERSION-RANKING.
        IF NUMERO-ALTERNATIVAS < 3
        DISPLAY " "
        DISPLAY "ANALISIS DE INVERSION DE RANKING: SE REQUIEREN AL"
            " MENOS 3 ALTERNATIVAS, NO SE EJECUTA"
        ELSE
        MOVE ALTERNATIVA-RES TO ALTERNATIVA-ORIGINAL
        MOVE RESULTADO TO RESULTADO-ORIGINAL
        MOVE NUMERO-ALTERNATIVAS TO NUMERO-ALT-COMPLETO
        PERFORM NUMERO-ALTERNATIVAS TIMES
        MOVE INDICE (I) TO INDICE-COMPLETO (I)
        MOVE INDICE (I) TO INDICE-CORRIDA (I)
        PERFORM NUMERO-CRITERIOS TIMES
        MOVE ELEMENTO OF MATRIZ-DECISION (I, J)
        TO ELEMENTO-GUARDADO (I, J)
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        MOVE 0 TO CASOS-INVERSION
        MOVE 0 TO CASOS-CAMBIO-GANADOR
        MOVE 1 TO FLAG-SILENCIOSO
        IF NUMERO-EVALUADORES > 1
        PERFORM CALCULAR-TOPSIS-INTERVALO
        PERFORM NUMERO-ALTERNATIVAS TIMES
        MOVE INDICE (I) TO INDICE-COMPLETO (I)
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        END-IF
        MOVE 1 TO ALT-EXCLUIDA
        PERFORM NUMERO-ALT-COMPLETO TIMES
        PERFORM EVALUAR-EXCLUSION
        ADD 1 TO ALT-EXCLUIDA
        END-PERFORM
        MOVE 1 TO ALT-EXCLUIDA
        MOVE NUMERO-ALT-COMPLETO TO NUMERO-ALTERNATIVAS
        PERFORM NUMERO-ALTERNATIVAS TIMES
        PERFORM NUMERO-CRITERIOS TIMES
        MOVE ELEMENTO-GUARDADO (I, J)
        TO ELEMENTO OF MATRIZ-DECISION (I, J)
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        PERFORM CALCULAR-TOPSIS-INTERVALO
        PERFORM NUMERO-ALTERNATIVAS TIMES
        MOVE INDICE-CORRIDA (I) TO INDICE (I)
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        MOVE ALTERNATIVA-ORIGINAL TO ALTERNATIVA-RES
        MOVE RESULTADO-ORIGINAL TO RESULTADO
        MOVE 0 TO FLAG-SILENCIOSO
        MOVE 1 TO FLAG-RANKREV-HECHO
        PERFORM MOSTRAR-INVERSION-RANKING
        END-IF
        EXIT.

        EVALUAR-EXCLUSION.
        MOVE 0 TO FILA-REDUCIDA
        PERFORM NUMERO-ALT-COMPLETO TIMES
        IF I NOT = ALT-EXCLUIDA
        ADD 1 TO FILA-REDUCIDA
        MOVE I TO FILA-ORIGEN (FILA-REDUCIDA)
        PERFORM NUMERO-CRITERIOS TIMES
        MOVE ELEMENTO-GUARDADO (I, J)
        TO ELEMENTO OF MATRIZ-DECISION (FILA-REDUCIDA, J)
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        END-IF
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        MOVE FILA-REDUCIDA TO NUMERO-ALTERNATIVAS
        MOVE 1 TO FLAG-FILAS-IGUALES
        PERFORM NUMERO-ALTERNATIVAS TIMES
        PERFORM NUMERO-CRITERIOS TIMES
        IF ELEMENTO OF MATRIZ-DECISION (I, J)
            NOT = ELEMENTO OF MATRIZ-DECISION (1, J)
        MOVE 0 TO FLAG-FILAS-IGUALES
        END-IF
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        IF FLAG-FILAS-IGUALES = 1
        PERFORM NUMERO-ALTERNATIVAS TIMES
        MOVE 0 TO INDICE (I)
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        ELSE
        PERFORM CALCULAR-TOPSIS-INTERVALO
        END-IF
        MOVE 0 TO INV-GANADOR (ALT-EXCLUIDA)
        MOVE 0 TO INV-GANADOR-ESPERADO (ALT-EXCLUIDA)
        MOVE 0 TO INV-CAMBIOS (ALT-EXCLUIDA)
        MOVE 0 TO INV-PUESTO-ESPERADO (ALT-EXCLUIDA, ALT-EXCLUIDA)
        MOVE 0 TO INV-PUESTO-NUEVO (ALT-EXCLUIDA, ALT-EXCLUIDA)
        MOVE 0 TO INV-INDICE-NUEVO (ALT-EXCLUIDA, ALT-EXCLUIDA)
        PERFORM NUMERO-ALTERNATIVAS TIMES
        MOVE FILA-ORIGEN (I) TO POS-ORIGEN
        MOVE 1 TO PUESTO-CALCULADO
        PERFORM NUMERO-ALTERNATIVAS TIMES
        IF INDICE (POSS) > INDICE (I)
        ADD 1 TO PUESTO-CALCULADO
        END-IF
        ADD 1 TO POSS
        END-PERFORM
        MOVE 1 TO POSS
        MOVE PUESTO-CALCULADO
        TO INV-PUESTO-NUEVO (ALT-EXCLUIDA, POS-ORIGEN)
        MOVE INDICE (I) TO INV-INDICE-NUEVO (ALT-EXCLUIDA, POS-ORIGEN)
        IF PUESTO-CALCULADO = 1
        MOVE POS-ORIGEN TO INV-GANADOR (ALT-EXCLUIDA)
        END-IF
        MOVE 1 TO PUESTO-CALCULADO
        PERFORM NUMERO-ALTERNATIVAS TIMES
        IF INDICE-COMPLETO (FILA-ORIGEN (POSS))
            > INDICE-COMPLETO (POS-ORIGEN)
        ADD 1 TO PUESTO-CALCULADO
        END-IF
        ADD 1 TO POSS
        END-PERFORM
        MOVE 1 TO POSS
        MOVE PUESTO-CALCULADO
        TO INV-PUESTO-ESPERADO (ALT-EXCLUIDA, POS-ORIGEN)
        IF PUESTO-CALCULADO = 1
        MOVE POS-ORIGEN TO INV-GANADOR-ESPERADO (ALT-EXCLUIDA)
        END-IF
        IF INV-PUESTO-NUEVO (ALT-EXCLUIDA, POS-ORIGEN)
            NOT = INV-PUESTO-ESPERADO (ALT-EXCLUIDA, POS-ORIGEN)
        ADD 1 TO INV-CAMBIOS (ALT-EXCLUIDA)
        END-IF
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        IF INV-CAMBIOS (ALT-EXCLUIDA) > 0
        ADD 1 TO CASOS-INVERSION
        END-IF
        IF INV-GANADOR (ALT-EXCLUIDA)
            NOT = INV-GANADOR-ESPERADO (ALT-EXCLUIDA)
        ADD 1 TO CASOS-CAMBIO-GANADOR
        END-IF
        EXIT.

        MOSTRAR-INVERSION-RANKING.
        DISPLAY " "
        DISPLAY "***** INVERSION DE RANKING AL EXCLUIR UNA ALTERNATIVA"
            " *****"
        DISPLAY "EXCLUIDA              GANADOR SIN ELLA      "
            "CAMBIOS  GANADOR CAMBIA"
        PERFORM NUMERO-ALTERNATIVAS TIMES
        MOVE INV-CAMBIOS (I) TO CAMBIOS-EDIT
        IF INV-GANADOR (I) NOT = INV-GANADOR-ESPERADO (I)
        MOVE "SI" TO GANADOR-CAMBIA-EDIT
        ELSE
        MOVE "NO" TO GANADOR-CAMBIA-EDIT
        END-IF
        DISPLAY NOMBRE-ALTERNATIVA (I) "  "
            NOMBRE-ALTERNATIVA (INV-GANADOR (I)) "  "
            CAMBIOS-EDIT "       " GANADOR-CAMBIA-EDIT
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        DISPLAY "EXCLUSIONES CON INVERSION DE ORDEN: " CASOS-INVERSION
            " DE " NUMERO-ALTERNATIVAS
            "  (CAMBIA EL GANADOR: " CASOS-CAMBIO-GANADOR ")"
        EXIT.

        ESCRIBIR-INVERSION-INFORME.
        MOVE "   CADA ALTERNATIVA SE EXCLUYE Y SE RECALCULA EL RANKING"
        TO LINEA-INFORME
        PERFORM ESCRIBIR-LINEA-INFORME
        MOVE "   CON LOS MISMOS PESOS; EL PUESTO ESPERADO ES EL ORDEN"
        TO LINEA-INFORME
        PERFORM ESCRIBIR-LINEA-INFORME
        MOVE "   ORIGINAL DE LAS ALTERNATIVAS QUE QUEDAN."
        TO LINEA-INFORME
        PERFORM ESCRIBIR-LINEA-INFORME
        PERFORM ESCRIBIR-LINEA-INFORME
        MOVE SPACES TO LINEA-INFORME
        STRING "   EXCLUIDA              GANADOR SIN ELLA"
            DELIMITED BY SIZE
            "      CAMBIOS  GANADOR CAMBIA" DELIMITED BY SIZE
        INTO LINEA-INFORME
        END-STRING
        PERFORM ESCRIBIR-LINEA-INFORME
        MOVE 1 TO ALT-EXCLUIDA
        PERFORM NUMERO-ALTERNATIVAS TIMES
        MOVE INV-CAMBIOS (ALT-EXCLUIDA) TO CAMBIOS-EDIT
        IF INV-GANADOR (ALT-EXCLUIDA)
            NOT = INV-GANADOR-ESPERADO (ALT-EXCLUIDA)
        MOVE "SI" TO GANADOR-CAMBIA-EDIT
        ELSE
        MOVE "NO" TO GANADOR-CAMBIA-EDIT
        END-IF
        MOVE SPACES TO LINEA-INFORME
        STRING "   " DELIMITED BY SIZE
            NOMBRE-ALTERNATIVA (ALT-EXCLUIDA) DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            NOMBRE-ALTERNATIVA (INV-GANADOR (ALT-EXCLUIDA))
            DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            CAMBIOS-EDIT DELIMITED BY SIZE
            "       " DELIMITED BY SIZE
            GANADOR-CAMBIA-EDIT DELIMITED BY SIZE
        INTO LINEA-INFORME
        END-STRING
        PERFORM ESCRIBIR-LINEA-INFORME
        IF INV-CAMBIOS (ALT-EXCLUIDA) > 0
        PERFORM NUMERO-ALTERNATIVAS TIMES
        IF I NOT = ALT-EXCLUIDA
        AND INV-PUESTO-NUEVO (ALT-EXCLUIDA, I)
            NOT = INV-PUESTO-ESPERADO (ALT-EXCLUIDA, I)
        MOVE INV-PUESTO-ESPERADO (ALT-EXCLUIDA, I)
        TO PUESTO-ESPERADO-EDIT
        MOVE INV-PUESTO-NUEVO (ALT-EXCLUIDA, I) TO PUESTO-NUEVO-EDIT
        MOVE INV-INDICE-NUEVO (ALT-EXCLUIDA, I) TO INDICE-NUEVO-EDIT
        MOVE SPACES TO LINEA-INFORME
        STRING "      " DELIMITED BY SIZE
            NOMBRE-ALTERNATIVA (I) DELIMITED BY SIZE
            " PUESTO ESPERADO " DELIMITED BY SIZE
            PUESTO-ESPERADO-EDIT DELIMITED BY SIZE
            "  OBTENIDO " DELIMITED BY SIZE
            PUESTO-NUEVO-EDIT DELIMITED BY SIZE
            "  IR " DELIMITED BY SIZE
            INDICE-NUEVO-EDIT DELIMITED BY SIZE
        INTO LINEA-INFORME
        END-STRING
        PERFORM ESCRIBIR-LINEA-INFORME
        END-IF
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        END-IF
        ADD 1 TO ALT-EXCLUIDA
        END-PERFORM
        MOVE 1 TO ALT-EXCLUIDA
        PERFORM ESCRIBIR-LINEA-INFORME
        MOVE SPACES TO LINEA-INFORME
        IF CASOS-CAMBIO-GANADOR = 0
        STRING "   CONCLUSION: EL GANADOR SE MANTIENE AL EXCLUIR"
            DELIMITED BY SIZE
            " CUALQUIER OTRA ALTERNATIVA" DELIMITED BY SIZE
        INTO LINEA-INFORME
        END-STRING
        ELSE
        STRING "   ATENCION: EL PRIMER PUESTO CAMBIA EN "
            DELIMITED BY SIZE
            CASOS-CAMBIO-GANADOR DELIMITED BY SIZE
            " DE " DELIMITED BY SIZE
            NUMERO-ALTERNATIVAS DELIMITED BY SIZE
            " EXCLUSIONES" DELIMITED BY SIZE
        INTO LINEA-INFORME
        END-STRING
        END-IF
        PERFORM ESCRIBIR-LINEA-INFORME
        MOVE SPACES TO LINEA-INFORME
        STRING "   EXCLUSIONES CON INVERSION DE ORDEN: "
            DELIMITED BY SIZE
            CASOS-INVERSION DELIMITED BY SIZE
            "  (DETALLE EN " DELIMITED BY SIZE
            FUNCTION TRIM (ARCHIVO-RANKREV) DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
        INTO LINEA-INFORME
        END-STRING
        PERFORM ESCRIBIR-LINEA-INFORME
        EXIT.

        GRABAR-RANKREV.
        OPEN OUTPUT CSV-RANKREV
        IF ESTADO-RANKREV NOT = "00"
        DISPLAY "ERROR: NO SE PUEDE GRABAR "
            FUNCTION TRIM (ARCHIVO-RANKREV)
            " (ESTADO " ESTADO-RANKREV ")"
        ELSE
        MOVE SPACES TO LINEA-RANKREV
        STRING "EXCLUIDA,ID-EXCLUIDA,ALTERNATIVA,ID,PUESTO-ORIGINAL,"
            DELIMITED BY SIZE
            "PUESTO-ESPERADO,PUESTO-NUEVO,IR-ORIGINAL,IR-NUEVO,"
            DELIMITED BY SIZE
            "INVERSION,GANADOR-CAMBIA" DELIMITED BY SIZE
        INTO LINEA-RANKREV
        END-STRING
        WRITE RANKREV FROM LINEA-RANKREV
        MOVE 1 TO ALT-EXCLUIDA
        PERFORM NUMERO-ALTERNATIVAS TIMES
        IF INV-GANADOR (ALT-EXCLUIDA)
            NOT = INV-GANADOR-ESPERADO (ALT-EXCLUIDA)
        MOVE "SI" TO GANADOR-CAMBIA-EDIT
        ELSE
        MOVE "NO" TO GANADOR-CAMBIA-EDIT
        END-IF
        PERFORM NUMERO-ALTERNATIVAS TIMES
        IF I NOT = ALT-EXCLUIDA
        PERFORM GRABAR-LINEA-RANKREV
        END-IF
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        ADD 1 TO ALT-EXCLUIDA
        END-PERFORM
        MOVE 1 TO ALT-EXCLUIDA
        MOVE SPACES TO LINEA-RANKREV
        STRING "NUMERO DE CORRIDA," DELIMITED BY SIZE
            NUMERO-CORRIDA DELIMITED BY SIZE
        INTO LINEA-RANKREV
        END-STRING
        WRITE RANKREV FROM LINEA-RANKREV
        CLOSE CSV-RANKREV
        DISPLAY "INVERSION DE RANKING ESCRITA EN "
            FUNCTION TRIM (ARCHIVO-RANKREV)
        END-IF
        EXIT.

        GRABAR-LINEA-RANKREV.
        MOVE RANKING-POS OF RANKING-ALTERNATIVA (I) TO RANKING-EDIT
        MOVE INV-PUESTO-ESPERADO (ALT-EXCLUIDA, I)
        TO PUESTO-ESPERADO-EDIT
        MOVE INV-PUESTO-NUEVO (ALT-EXCLUIDA, I) TO PUESTO-NUEVO-EDIT
        MOVE INDICE (I) TO INDICE-EDIT
        MOVE INV-INDICE-NUEVO (ALT-EXCLUIDA, I) TO INDICE-NUEVO-EDIT
        IF INV-PUESTO-NUEVO (ALT-EXCLUIDA, I)
            NOT = INV-PUESTO-ESPERADO (ALT-EXCLUIDA, I)
        MOVE "SI" TO INVERSION-EDIT
        ELSE
        MOVE "NO" TO INVERSION-EDIT
        END-IF
        MOVE SPACES TO LINEA-RANKREV
        STRING FUNCTION TRIM (NOMBRE-ALTERNATIVA (ALT-EXCLUIDA))
            DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM (ID-ALTERNATIVA (ALT-EXCLUIDA))
            DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM (NOMBRE-ALTERNATIVA (I)) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM (ID-ALTERNATIVA (I)) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM (RANKING-EDIT) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM (PUESTO-ESPERADO-EDIT) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM (PUESTO-NUEVO-EDIT) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM (INDICE-EDIT) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM (INDICE-NUEVO-EDIT) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            INVERSION-EDIT DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            GANADOR-CAMBIA-EDIT DELIMITED BY SIZE
        INTO LINEA-RANKREV
        END-STRING
        WRITE RANKREV FROM LINEA-RANKREV
        EXIT.

        GRABAR-RESULTADOS.
        OPEN OUTPUT CSV-RESULTADOS
        IF ESTADO-RESULTADOS NOT = "00"
        DISPLAY "ERROR: NO SE PUEDEN GRABAR RESULTADOS EN "
            ARCHIVO-RESULTADOS (1:40)
            " (ESTADO " ESTADO-RESULTADOS ")"
        ELSE
        PERFORM GRABAR-RESULTADOS-DETALLE
        MOVE SPACES TO LINEA-RESULTADOS
        STRING "NUMERO DE CORRIDA," DELIMITED BY SIZE
            NUMERO-CORRIDA DELIMITED BY SIZE
        INTO LINEA-RESULTADOS
        END-STRING
        WRITE RESULTADOS FROM LINEA-RESULTADOS
        MOVE SPACES TO LINEA-RESULTADOS
        CLOSE CSV-RESULTADOS
        END-IF
        EXIT.
        MOVE 1 TO POSS
        MOVE SPACES TO LINEA-RESULTADOS
        END-IF
        MOVE 1 TO POS-DOMINADA
        PERFORM NUMERO-DOMINADAS TIMES
        PERFORM ARMAR-LISTA-DOMINANTES
        IF FLAG-DOMINADAS-ELIMINADAS = 1
        MOVE "ELIMINADA" TO TRATAMIENTO-DOMINADA
        ELSE
        MOVE "EN RANKING" TO TRATAMIENTO-DOMINADA
        END-IF
        MOVE SPACES TO LINEA-RESULTADOS
        STRING "DOMINADA," DELIMITED BY SIZE
            FUNCTION TRIM (DOM-NOMBRE (POS-DOMINADA))
            DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM (DOM-ID (POS-DOMINADA)) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM (TRATAMIENTO-DOMINADA) DELIMITED BY SIZE
            ",DOMINADA POR " DELIMITED BY SIZE
            FUNCTION TRIM (LISTA-DOMINANTES) DELIMITED BY SIZE
        INTO LINEA-RESULTADOS
        END-STRING
        WRITE RESULTADOS FROM LINEA-RESULTADOS
        ADD 1 TO POS-DOMINADA
        END-PERFORM
        MOVE 1 TO POS-DOMINADA
        MOVE SPACES TO LINEA-RESULTADOS
        EXIT.

        GRABAR-INTERFAZ.
        MOVE "H" TO INT-CAB-TIPO
        MOVE MARCA-TIEMPO (1:14) TO INT-CAB-MARCA
        MOVE ESCENARIO-EN-CURSO TO INT-CAB-ESCENARIO
        MOVE NUMERO-CORRIDA TO INT-CAB-NUMERO
        WRITE INTERFAZ FROM REG-INT-CABECERA
        MOVE 0 TO SUMA-HASH-INT
        PERFORM NUMERO-ALTERNATIVAS TIMES
        INTO LINEA-INFORME
        END-STRING
        PERFORM ESCRIBIR-LINEA-INFORME
        MOVE SPACES TO LINEA-INFORME
        STRING "   CORRIDA: " DELIMITED BY SIZE
            ID-CORRIDA DELIMITED BY SIZE
            "  NUMERO " DELIMITED BY SIZE
            NUMERO-CORRIDA DELIMITED BY SIZE
            "  (INSTANTANEA DE ENTRADAS PARA REPRODUCIR)"
            DELIMITED BY SIZE
        INTO LINEA-INFORME
        END-STRING
        PERFORM ESCRIBIR-LINEA-INFORME
        PERFORM ESCRIBIR-LINEA-INFORME
        MOVE "2. CRITERIOS, PESOS Y SENTIDO" TO LINEA-INFORME
        PERFORM ESCRIBIR-LINEA-INFORME
        PERFORM ESCRIBIR-LINEA-INFORME
        MOVE "   CRITERIO              PESO    SENTIDO"
        TO LINEA-INFORME
        IF FLAG-MAESTRO-CRIT = 1 AND NUMERO-CABECERAS-PAGOS > 0
        MOVE "ID MAESTRO  UNIDAD" TO LINEA-INFORME (46:18)
        END-IF
        PERFORM ESCRIBIR-LINEA-INFORME
        PERFORM NUMERO-CRITERIOS TIMES
        MOVE PESO (J) TO PESO-EDIT
        INTO LINEA-INFORME
        END-STRING
        END-IF
        IF POS-CRIT-MAESTRO (J) > 0
        MOVE MCR-TAB-ID (POS-CRIT-MAESTRO (J))
        TO LINEA-INFORME (46:8)
        MOVE MCR-TAB-UNIDAD (POS-CRIT-MAESTRO (J))
        TO LINEA-INFORME (58:10)
        END-IF
        PERFORM ESCRIBIR-LINEA-INFORME
        ADD 1 TO J
        END-PERFORM
            INDICE-EDIT DELIMITED BY SIZE
        INTO LINEA-INFORME
        END-STRING
        IF DOMINADA-ALT (POSS) = 1
        MOVE "DOMINADA" TO LINEA-INFORME (61:8)
        END-IF
        PERFORM ESCRIBIR-LINEA-INFORME
        END-IF
        ADD 1 TO POSS
        END-PERFORM
        MOVE 1 TO POSS
        END-IF
        IF NUMERO-DOMINADAS > 0
        PERFORM ESCRIBIR-LINEA-INFORME
        IF FLAG-DOMINADAS-ELIMINADAS = 1
        MOVE "   ALTERNATIVAS DOMINADAS (ELIMINADAS ANTES DE "
        TO LINEA-INFORME
        MOVE "NORMALIZAR):" TO LINEA-INFORME (48:12)
        ELSE
        MOVE "   ALTERNATIVAS DOMINADAS (MARCADAS EN EL RANKING):"
        TO LINEA-INFORME
        END-IF
        PERFORM ESCRIBIR-LINEA-INFORME
        MOVE 1 TO POS-DOMINADA
        PERFORM NUMERO-DOMINADAS TIMES
        PERFORM ARMAR-LISTA-DOMINANTES
        MOVE SPACES TO LINEA-INFORME
        STRING "   " DELIMITED BY SIZE
            DOM-NOMBRE (POS-DOMINADA) DELIMITED BY SIZE
            " DOMINADA POR " DELIMITED BY SIZE
            FUNCTION TRIM (LISTA-DOMINANTES) DELIMITED BY SIZE
        INTO LINEA-INFORME
        END-STRING
        PERFORM ESCRIBIR-LINEA-INFORME
        ADD 1 TO POS-DOMINADA
        END-PERFORM
        MOVE 1 TO POS-DOMINADA
        MOVE "   UNA ALTERNATIVA DOMINADA NO DEBE INTEGRAR NINGUNA "
        TO LINEA-INFORME
        MOVE "PRESELECCION." TO LINEA-INFORME (54:13)
        PERFORM ESCRIBIR-LINEA-INFORME
        END-IF
        IF NUMERO-EVALUADORES > 1
        PERFORM ESCRIBIR-LINEA-INFORME
        MOVE "   CONSENSO DEL GRUPO (GANADOR POR EVALUADOR):"
        MOVE 1 TO I
        END-IF
        PERFORM ESCRIBIR-LINEA-INFORME
        MOVE "9. INVERSION DE RANKING AL EXCLUIR UNA ALTERNATIVA"
        TO LINEA-INFORME
        PERFORM ESCRIBIR-LINEA-INFORME
        PERFORM ESCRIBIR-LINEA-INFORME
        IF FLAG-RANKREV-HECHO = 0
        MOVE "   (NO SOLICITADO EN ESTA CORRIDA)" TO LINEA-INFORME
        PERFORM ESCRIBIR-LINEA-INFORME
        ELSE
        PERFORM ESCRIBIR-INVERSION-INFORME
        END-IF
        PERFORM ESCRIBIR-LINEA-INFORME
        PERFORM ESCRIBIR-LINEA-INFORME
        MOVE "ELABORADO POR: ______________________  FIRMA: "
        TO LINEA-INFORME
        MOVE 3 TO LINEA-ACTUAL-INFORME
        EXIT.

        GRABAR-EXPLICACION.
        OPEN OUTPUT RPT-EXPLICACION
        MOVE SPACES TO LINEA-EXPLICACION
        STRING "TOPSIS-RIM  EXPLICACION DEL RANKING POR CRITERIO"
            DELIMITED BY SIZE
            "      PROBLEMA: " DELIMITED BY SIZE
            FUNCTION TRIM (ESCENARIO-EN-CURSO) DELIMITED BY SIZE
            "      FECHA: " DELIMITED BY SIZE
            FECHA-INFORME DELIMITED BY SIZE
        INTO LINEA-EXPLICACION
        END-STRING
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        MOVE ALL "=" TO LINEA-EXPLICACION
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        STRING "   CORRIDA: " DELIMITED BY SIZE
            ID-CORRIDA DELIMITED BY SIZE
            "  NUMERO " DELIMITED BY SIZE
            NUMERO-CORRIDA DELIMITED BY SIZE
        INTO LINEA-EXPLICACION
        END-STRING
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        MOVE EXP-INDICE (EXP-GANADOR) TO VALOR-EXP-EDIT
        STRING "   PRIMER PUESTO: " DELIMITED BY SIZE
            NOMBRE-ALTERNATIVA (EXP-GANADOR) DELIMITED BY SIZE
            "  IR " DELIMITED BY SIZE
            VALOR-EXP-EDIT DELIMITED BY SIZE
        INTO LINEA-EXPLICACION
        END-STRING
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        IF NUMERO-EVALUADORES > 1
        STRING "   MODO GRUPAL: EL IR ES EL PROMEDIO DE LOS "
            DELIMITED BY SIZE
            "EVALUADORES, LAS DISTANCIAS SE DESCOMPONEN "
            DELIMITED BY SIZE
            "CON LOS PESOS PROMEDIO" DELIMITED BY SIZE
        INTO LINEA-EXPLICACION
        END-STRING
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        END-IF
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        MOVE "1. APORTE DE CADA CRITERIO A LAS DISTANCIAS D+ Y D-"
        TO LINEA-EXPLICACION
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        STRING "   APORTE = (VALOR PONDERADO - EXTREMO) ** 2, "
            DELIMITED BY SIZE
            "D = RAIZ DE LA SUMA DE LOS APORTES" DELIMITED BY SIZE
        INTO LINEA-EXPLICACION
        END-STRING
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        STRING "   D+ = DISTANCIA A LA SOLUCION IDEAL, "
            DELIMITED BY SIZE
            "D- = DISTANCIA A LA SOLUCION ANTI-IDEAL"
            DELIMITED BY SIZE
        INTO LINEA-EXPLICACION
        END-STRING
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        MOVE 1 TO PUESTO-EXPLICADO
        PERFORM NUMERO-ALTERNATIVAS TIMES
        PERFORM NUMERO-ALTERNATIVAS TIMES
        IF EXP-PUESTO (I) = PUESTO-EXPLICADO
        PERFORM EXPLICAR-ALTERNATIVA
        END-IF
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        ADD 1 TO PUESTO-EXPLICADO
        END-PERFORM
        IF NUMERO-ALTERNATIVAS > 1
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        MOVE "2. CRITERIOS QUE EXPLICAN LA BRECHA CON EL PRIMER PUESTO"
        TO LINEA-EXPLICACION
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        STRING "   BRECHA DEL CRITERIO = (APORTE D+ ALTERNATIVA - "
            DELIMITED BY SIZE
            "APORTE D+ PRIMERO)" DELIMITED BY SIZE
        INTO LINEA-EXPLICACION
        END-STRING
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        STRING "                       + (APORTE D- PRIMERO - "
            DELIMITED BY SIZE
            "APORTE D- ALTERNATIVA)" DELIMITED BY SIZE
        INTO LINEA-EXPLICACION
        END-STRING
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        STRING "   SE LISTAN LOS CRITERIOS DE MAYOR BRECHA HASTA "
            DELIMITED BY SIZE
            "CUBRIR EL 80% (MAXIMO 5)" DELIMITED BY SIZE
        INTO LINEA-EXPLICACION
        END-STRING
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        MOVE 2 TO PUESTO-EXPLICADO
        PERFORM NUMERO-ALTERNATIVAS TIMES
        PERFORM NUMERO-ALTERNATIVAS TIMES
        IF EXP-PUESTO (I) = PUESTO-EXPLICADO
            AND I NOT = EXP-GANADOR
        PERFORM EXPLICAR-BRECHA
        END-IF
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        ADD 1 TO PUESTO-EXPLICADO
        END-PERFORM
        END-IF
        CLOSE RPT-EXPLICACION
        DISPLAY "EXPLICACION DEL RANKING ESCRITA EN "
            FUNCTION TRIM (ARCHIVO-EXPLICACION)
        EXIT.

        EXPLICAR-ALTERNATIVA.
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        MOVE EXP-PUESTO (I) TO PUESTO-EXP-EDIT
        MOVE "PUESTO" TO LINEA-EXPLICACION (4:6)
        MOVE PUESTO-EXP-EDIT TO LINEA-EXPLICACION (11:2)
        MOVE NOMBRE-ALTERNATIVA (I) TO LINEA-EXPLICACION (15:20)
        MOVE "IR" TO LINEA-EXPLICACION (37:2)
        MOVE EXP-INDICE (I) TO VALOR-EXP-EDIT
        MOVE VALOR-EXP-EDIT TO LINEA-EXPLICACION (40:7)
        MOVE "D+" TO LINEA-EXPLICACION (49:2)
        MOVE EXP-DIST-P (I) TO DISTANCIA-EDIT
        MOVE DISTANCIA-EDIT TO LINEA-EXPLICACION (52:6)
        MOVE "D-" TO LINEA-EXPLICACION (60:2)
        MOVE EXP-DIST-N (I) TO DISTANCIA-EDIT
        MOVE DISTANCIA-EDIT TO LINEA-EXPLICACION (63:6)
        IF ID-ALTERNATIVA (I) NOT = SPACES
        MOVE "ID" TO LINEA-EXPLICACION (71:2)
        MOVE ID-ALTERNATIVA (I) TO LINEA-EXPLICACION (74:8)
        END-IF
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        MOVE "CRITERIO" TO LINEA-EXPLICACION (7:8)
        MOVE "PONDERADO" TO LINEA-EXPLICACION (27:9)
        MOVE "APORTE D+" TO LINEA-EXPLICACION (37:9)
        MOVE "% D+" TO LINEA-EXPLICACION (49:4)
        MOVE "APORTE D-" TO LINEA-EXPLICACION (55:9)
        MOVE "% D-" TO LINEA-EXPLICACION (67:4)
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        PERFORM NUMERO-CRITERIOS TIMES
        MOVE NOMBRE-CRITERIO (J) TO LINEA-EXPLICACION (7:20)
        MOVE VALOR-PONDERADO (I, J) TO VALOR-EXP-EDIT
        MOVE VALOR-EXP-EDIT TO LINEA-EXPLICACION (28:7)
        MOVE CONTRIB-P (I, J) TO SUBTOTAL-CONTRIB-P
        MOVE CONTRIB-N (I, J) TO SUBTOTAL-CONTRIB-N
        PERFORM EDITAR-APORTES-EXPLICACION
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        MOVE "TOTAL (SUMA BAJO LA RAIZ)" TO LINEA-EXPLICACION (7:25)
        MOVE EXP-SUMA-P (I) TO SUBTOTAL-CONTRIB-P
        MOVE EXP-SUMA-N (I) TO SUBTOTAL-CONTRIB-N
        PERFORM EDITAR-APORTES-EXPLICACION
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        IF FLAG-CATEGORIAS = 1
        MOVE "SUBTOTALES POR CATEGORIA" TO LINEA-EXPLICACION (7:24)
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        MOVE 1 TO POS-CATEGORIA
        PERFORM NUMERO-CATEGORIAS TIMES
        MOVE 0 TO SUBTOTAL-CONTRIB-P
        MOVE 0 TO SUBTOTAL-CONTRIB-N
        PERFORM NUMERO-CRITERIOS TIMES
        IF CATEGORIA-CRIT (J) = POS-CATEGORIA
        ADD CONTRIB-P (I, J) TO SUBTOTAL-CONTRIB-P
        ADD CONTRIB-N (I, J) TO SUBTOTAL-CONTRIB-N
        END-IF
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        MOVE NOMBRE-CATEGORIA (POS-CATEGORIA)
        TO LINEA-EXPLICACION (7:20)
        PERFORM EDITAR-APORTES-EXPLICACION
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        ADD 1 TO POS-CATEGORIA
        END-PERFORM
        MOVE 1 TO POS-CATEGORIA
        END-IF
        EXIT.

        EDITAR-APORTES-EXPLICACION.
        MOVE SUBTOTAL-CONTRIB-P TO CONTRIB-EDIT
        MOVE CONTRIB-EDIT TO LINEA-EXPLICACION (37:9)
        MOVE 0 TO PORCENTAJE-EXP
        IF EXP-SUMA-P (I) > 0
        COMPUTE PORCENTAJE-EXP ROUNDED =
            SUBTOTAL-CONTRIB-P * 100 / EXP-SUMA-P (I)
        END-IF
        MOVE PORCENTAJE-EXP TO PORCENTAJE-EXP-EDIT
        MOVE PORCENTAJE-EXP-EDIT TO LINEA-EXPLICACION (47:6)
        MOVE SUBTOTAL-CONTRIB-N TO CONTRIB-EDIT
        MOVE CONTRIB-EDIT TO LINEA-EXPLICACION (55:9)
        MOVE 0 TO PORCENTAJE-EXP
        IF EXP-SUMA-N (I) > 0
        COMPUTE PORCENTAJE-EXP ROUNDED =
            SUBTOTAL-CONTRIB-N * 100 / EXP-SUMA-N (I)
        END-IF
        MOVE PORCENTAJE-EXP TO PORCENTAJE-EXP-EDIT
        MOVE PORCENTAJE-EXP-EDIT TO LINEA-EXPLICACION (65:6)
        EXIT.

        EXPLICAR-BRECHA.
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        MOVE EXP-PUESTO (I) TO PUESTO-EXP-EDIT
        MOVE "PUESTO" TO LINEA-EXPLICACION (4:6)
        MOVE PUESTO-EXP-EDIT TO LINEA-EXPLICACION (11:2)
        MOVE NOMBRE-ALTERNATIVA (I) TO LINEA-EXPLICACION (15:20)
        MOVE "IR" TO LINEA-EXPLICACION (37:2)
        MOVE EXP-INDICE (I) TO VALOR-EXP-EDIT
        MOVE VALOR-EXP-EDIT TO LINEA-EXPLICACION (40:7)
        MOVE "A" TO LINEA-EXPLICACION (49:1)
        COMPUTE VALOR-EXP-EDIT =
            EXP-INDICE (EXP-GANADOR) - EXP-INDICE (I)
        END-COMPUTE
        MOVE VALOR-EXP-EDIT TO LINEA-EXPLICACION (51:7)
        MOVE "DEL PRIMER PUESTO" TO LINEA-EXPLICACION (59:17)
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        MOVE 0 TO BRECHA-POSITIVA
        MOVE 0 TO CRITERIOS-A-FAVOR
        PERFORM NUMERO-CRITERIOS TIMES
        COMPUTE BRECHA-CRIT (J) =
            (CONTRIB-P (I, J) - CONTRIB-P (EXP-GANADOR, J))
            + (CONTRIB-N (EXP-GANADOR, J) - CONTRIB-N (I, J))
        END-COMPUTE
        MOVE 0 TO BRECHA-USADA (J)
        IF BRECHA-CRIT (J) > 0
        ADD BRECHA-CRIT (J) TO BRECHA-POSITIVA
        END-IF
        IF BRECHA-CRIT (J) < 0
        ADD 1 TO CRITERIOS-A-FAVOR
        END-IF
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        IF BRECHA-POSITIVA = 0
        MOVE "SIN BRECHA ATRIBUIBLE A NINGUN CRITERIO"
        TO LINEA-EXPLICACION (7:39)
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        ELSE
        MOVE "EXPLICAN LA BRECHA" TO LINEA-EXPLICACION (7:18)
        MOVE "BRECHA" TO LINEA-EXPLICACION (40:6)
        MOVE "% BRECHA" TO LINEA-EXPLICACION (49:8)
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        MOVE 0 TO BRECHA-CUBIERTA
        MOVE 0 TO CRITERIOS-BRECHA
        PERFORM NUMERO-CRITERIOS TIMES
        IF CRITERIOS-BRECHA < 5
            AND BRECHA-CUBIERTA < BRECHA-POSITIVA * 0.8
        PERFORM ELEGIR-MAYOR-BRECHA
        IF POS-BRECHA-MAYOR > 0
        PERFORM ESCRIBIR-CRITERIO-BRECHA
        END-IF
        END-IF
        END-PERFORM
        END-IF
        IF CRITERIOS-A-FAVOR > 0
        MOVE "A SU FAVOR:" TO LINEA-EXPLICACION (7:11)
        MOVE 19 TO POS-EXPLICACION
        PERFORM NUMERO-CRITERIOS TIMES
        IF BRECHA-CRIT (J) < 0
        IF POS-EXPLICACION > 19
        STRING ", " DELIMITED BY SIZE
        INTO LINEA-EXPLICACION
        WITH POINTER POS-EXPLICACION
        END-STRING
        END-IF
        STRING FUNCTION TRIM (NOMBRE-CRITERIO (J)) DELIMITED BY SIZE
        INTO LINEA-EXPLICACION
        WITH POINTER POS-EXPLICACION
        END-STRING
        END-IF
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        MOVE 1 TO POS-EXPLICACION
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        END-IF
        IF FLAG-CATEGORIAS = 1 AND BRECHA-POSITIVA > 0
        MOVE "BRECHA POR CATEGORIA" TO LINEA-EXPLICACION (7:20)
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        MOVE 1 TO POS-CATEGORIA
        PERFORM NUMERO-CATEGORIAS TIMES
        MOVE 0 TO BRECHA-CATEGORIA
        PERFORM NUMERO-CRITERIOS TIMES
        IF CATEGORIA-CRIT (J) = POS-CATEGORIA
        ADD BRECHA-CRIT (J) TO BRECHA-CATEGORIA
        END-IF
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        MOVE NOMBRE-CATEGORIA (POS-CATEGORIA)
        TO LINEA-EXPLICACION (7:20)
        MOVE BRECHA-CATEGORIA TO CONTRIB-EDIT
        MOVE CONTRIB-EDIT TO LINEA-EXPLICACION (37:9)
        COMPUTE PORCENTAJE-EXP ROUNDED =
            BRECHA-CATEGORIA * 100 / BRECHA-POSITIVA
        END-COMPUTE
        MOVE PORCENTAJE-EXP TO PORCENTAJE-EXP-EDIT
        MOVE PORCENTAJE-EXP-EDIT TO LINEA-EXPLICACION (50:6)
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        ADD 1 TO POS-CATEGORIA
        END-PERFORM
        MOVE 1 TO POS-CATEGORIA
        END-IF
        EXIT.

        ELEGIR-MAYOR-BRECHA.
        MOVE 0 TO POS-BRECHA-MAYOR
        MOVE 0 TO BRECHA-MAYOR
        PERFORM NUMERO-CRITERIOS TIMES
        IF BRECHA-USADA (J) = 0 AND BRECHA-CRIT (J) > BRECHA-MAYOR
        MOVE BRECHA-CRIT (J) TO BRECHA-MAYOR
        MOVE J TO POS-BRECHA-MAYOR
        END-IF
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        EXIT.

        ESCRIBIR-CRITERIO-BRECHA.
        MOVE 1 TO BRECHA-USADA (POS-BRECHA-MAYOR)
        ADD BRECHA-MAYOR TO BRECHA-CUBIERTA
        ADD 1 TO CRITERIOS-BRECHA
        MOVE NOMBRE-CRITERIO (POS-BRECHA-MAYOR)
        TO LINEA-EXPLICACION (7:20)
        MOVE BRECHA-MAYOR TO CONTRIB-EDIT
        MOVE CONTRIB-EDIT TO LINEA-EXPLICACION (37:9)
        COMPUTE PORCENTAJE-EXP ROUNDED =
            BRECHA-MAYOR * 100 / BRECHA-POSITIVA
        END-COMPUTE
        MOVE PORCENTAJE-EXP TO PORCENTAJE-EXP-EDIT
        MOVE PORCENTAJE-EXP-EDIT TO LINEA-EXPLICACION (50:6)
        PERFORM ESCRIBIR-LINEA-EXPLICACION
        EXIT.

        ESCRIBIR-LINEA-EXPLICACION.
        WRITE EXPLICACION FROM LINEA-EXPLICACION
        MOVE SPACES TO LINEA-EXPLICACION
        EXIT.

        PEDIR-PARAMETROS-CARTERA.
        PERFORM REINICIAR-PARAMETROS-CARTERA
        DISPLAY " "
        DISPLAY "***** PARAMETROS DE LA CARTERA *****"
        DISPLAY "PRESUPUESTO DISPONIBLE:"
        ACCEPT PRESUPUESTO-CARTERA
        MOVE 1 TO FLAG-PRESUPUESTO
        DISPLAY "CRITERIOS DE LA MATRIZ DE PAGOS:"
        PERFORM NUMERO-CRITERIOS TIMES
        DISPLAY "[" J "] " NOMBRE-CRITERIO (J)
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        DISPLAY "NUMERO DEL CRITERIO QUE CONTIENE EL COSTO:"
        ACCEPT CRITERIO-COSTO
        DISPLAY "ALTERNATIVAS EVALUADAS:"
        PERFORM NUMERO-ALTERNATIVAS TIMES
        DISPLAY "  " NOMBRE-ALTERNATIVA (I) " " ID-ALTERNATIVA (I)
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        DISPLAY "ALTERNATIVAS OBLIGATORIAS (ID O NOMBRE SEPARADOS"
            " POR /, VACIO SI NO HAY):"
        MOVE SPACES TO VALOR-CARTERA
        ACCEPT VALOR-CARTERA
        MOVE "I" TO TIPO-ID-CARTERA
        PERFORM AGREGAR-IDS-CARTERA
        DISPLAY "ALTERNATIVAS EXCLUIDAS (ID O NOMBRE SEPARADOS"
            " POR /, VACIO SI NO HAY):"
        MOVE SPACES TO VALOR-CARTERA
        ACCEPT VALOR-CARTERA
        MOVE "E" TO TIPO-ID-CARTERA
        PERFORM AGREGAR-IDS-CARTERA
        MOVE 1 TO FLAG-CARTERA-MANUAL
        EXIT.

        REINICIAR-PARAMETROS-CARTERA.
        MOVE 0 TO FLAG-PRESUPUESTO
        MOVE 0 TO PRESUPUESTO-CARTERA
        MOVE 0 TO CRITERIO-COSTO
        MOVE 0 TO NUMERO-AVISOS-CARTERA
        MOVE 0 TO NUMERO-FIJAS-CARTERA
        EXIT.

        AGREGAR-IDS-CARTERA.
        MOVE 1 TO POS-VALOR-CARTERA
        PERFORM UNTIL POS-VALOR-CARTERA > 200
        MOVE SPACES TO ID-CARTERA
        UNSTRING VALOR-CARTERA DELIMITED BY "/"
        INTO ID-CARTERA
        WITH POINTER POS-VALOR-CARTERA
        END-UNSTRING
        IF ID-CARTERA NOT = SPACES
        IF NUMERO-FIJAS-CARTERA < LIMITE-MAXIMO
        ADD 1 TO NUMERO-FIJAS-CARTERA
        MOVE FUNCTION TRIM (ID-CARTERA)
        TO FIJA-ID (NUMERO-FIJAS-CARTERA)
        MOVE TIPO-ID-CARTERA TO FIJA-TIPO (NUMERO-FIJAS-CARTERA)
        MOVE 0 TO FIJA-HALLADA (NUMERO-FIJAS-CARTERA)
        ELSE
        MOVE SPACES TO TEXTO-AVISO-CARTERA
        STRING "SE ADMITEN HASTA " DELIMITED BY SIZE
            LIMITE-MAXIMO DELIMITED BY SIZE
            " IDS OBLIGATORIOS O EXCLUIDOS, SE IGNORA: "
            DELIMITED BY SIZE
            FUNCTION TRIM (ID-CARTERA) DELIMITED BY SIZE
        INTO TEXTO-AVISO-CARTERA
        END-STRING
        PERFORM AGREGAR-AVISO-CARTERA
        END-IF
        END-IF
        END-PERFORM
        MOVE 1 TO POS-VALOR-CARTERA
        EXIT.

        AGREGAR-AVISO-CARTERA.
        DISPLAY "AVISO: " FUNCTION TRIM (TEXTO-AVISO-CARTERA)
        IF NUMERO-AVISOS-CARTERA < 20
        ADD 1 TO NUMERO-AVISOS-CARTERA
        MOVE TEXTO-AVISO-CARTERA
        TO AVISO-CARTERA (NUMERO-AVISOS-CARTERA)
        END-IF
        EXIT.

        LEER-PARAMETROS-CARTERA.
        PERFORM REINICIAR-PARAMETROS-CARTERA
        MOVE 0 TO LINEA-PARAM-CARTERA
        OPEN INPUT CSV-PARAM-CARTERA
        IF ESTADO-PARAM-CARTERA NOT = "00"
        MOVE SPACES TO TEXTO-AVISO-CARTERA
        STRING "NO SE PUEDE LEER " DELIMITED BY SIZE
            FUNCTION TRIM (ARCHIVO-PARAM-CARTERA) DELIMITED BY SIZE
            " (ESTADO " DELIMITED BY SIZE
            ESTADO-PARAM-CARTERA DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
        INTO TEXTO-AVISO-CARTERA
        END-STRING
        PERFORM AGREGAR-AVISO-CARTERA
        ELSE
        PERFORM UNTIL EOF = 1
        READ CSV-PARAM-CARTERA
        AT END
        MOVE 1 TO EOF
        NOT AT END
        ADD 1 TO LINEA-PARAM-CARTERA
        IF CSV-RECORD OF PARAM-CARTERA NOT = SPACES
        PERFORM SEPARAR-PARAM-CARTERA
        END-IF
        END-READ
        END-PERFORM
        CLOSE CSV-PARAM-CARTERA
        MOVE 0 TO EOF
        END-IF
        EXIT.

        SEPARAR-PARAM-CARTERA.
        MOVE CSV-RECORD OF PARAM-CARTERA TO RESTO
        PERFORM DETECTAR-DELIMITADOR
        MOVE SPACES TO CLAVE-CARTERA
        MOVE SPACES TO VALOR-CARTERA
        UNSTRING RESTO DELIMITED BY DELIMITADOR
        INTO CLAVE-CARTERA
            VALOR-CARTERA
        END-UNSTRING
        EVALUATE FUNCTION TRIM (CLAVE-CARTERA)
        WHEN "PRESUPUESTO"
        MOVE SPACES TO NUMERO
        MOVE FUNCTION TRIM (VALOR-CARTERA) TO NUMERO
        PERFORM VALIDAR-NUMERO
        IF FLAG-NUMERO-VALIDO = 1
        IF FUNCTION NUMVAL (NUMERO) < 0
        MOVE 0 TO FLAG-NUMERO-VALIDO
        ELSE
        COMPUTE PRESUPUESTO-CARTERA = FUNCTION NUMVAL (NUMERO)
        MOVE 1 TO FLAG-PRESUPUESTO
        END-IF
        END-IF
        IF FLAG-NUMERO-VALIDO = 0
        MOVE SPACES TO TEXTO-AVISO-CARTERA
        STRING "PRESUPUESTO INVALIDO EN LA LINEA " DELIMITED BY SIZE
            LINEA-PARAM-CARTERA DELIMITED BY SIZE
            ": " DELIMITED BY SIZE
            FUNCTION TRIM (VALOR-CARTERA) DELIMITED BY SIZE
        INTO TEXTO-AVISO-CARTERA
        END-STRING
        PERFORM AGREGAR-AVISO-CARTERA
        END-IF
        WHEN "COSTO"
        PERFORM UBICAR-CRITERIO-COSTO
        WHEN "INCLUIR"
        MOVE "I" TO TIPO-ID-CARTERA
        PERFORM AGREGAR-IDS-CARTERA
        WHEN "EXCLUIR"
        MOVE "E" TO TIPO-ID-CARTERA
        PERFORM AGREGAR-IDS-CARTERA
        WHEN OTHER
        MOVE SPACES TO TEXTO-AVISO-CARTERA
        STRING "CLAVE DESCONOCIDA EN LA LINEA " DELIMITED BY SIZE
            LINEA-PARAM-CARTERA DELIMITED BY SIZE
            ", SE IGNORA: " DELIMITED BY SIZE
            FUNCTION TRIM (CLAVE-CARTERA) DELIMITED BY SIZE
        INTO TEXTO-AVISO-CARTERA
        END-STRING
        PERFORM AGREGAR-AVISO-CARTERA
        END-EVALUATE
        EXIT.

        UBICAR-CRITERIO-COSTO.
        MOVE 0 TO CRITERIO-COSTO
        MOVE SPACES TO NUMERO
        MOVE FUNCTION TRIM (VALOR-CARTERA) TO NUMERO
        PERFORM VALIDAR-NUMERO
        IF FLAG-NUMERO-VALIDO = 1
        IF FUNCTION NUMVAL (NUMERO) >= 1
            AND FUNCTION NUMVAL (NUMERO) <= NUMERO-CRITERIOS
        COMPUTE CRITERIO-COSTO = FUNCTION NUMVAL (NUMERO)
        END-IF
        ELSE
        PERFORM NUMERO-CRITERIOS TIMES
        IF FUNCTION TRIM (NOMBRE-CRITERIO (J))
            = FUNCTION TRIM (VALOR-CARTERA)
        MOVE J TO CRITERIO-COSTO
        END-IF
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        END-IF
        IF CRITERIO-COSTO = 0
        MOVE SPACES TO TEXTO-AVISO-CARTERA
        STRING "EL CRITERIO DE COSTO NO EXISTE EN PAGOS: "
            DELIMITED BY SIZE
            FUNCTION TRIM (VALOR-CARTERA) DELIMITED BY SIZE
        INTO TEXTO-AVISO-CARTERA
        END-STRING
        PERFORM AGREGAR-AVISO-CARTERA
        END-IF
        EXIT.

        SELECCIONAR-CARTERA.
        IF FLAG-CARTERA-MANUAL = 0
        PERFORM LEER-PARAMETROS-CARTERA
        END-IF
        PERFORM VALIDAR-PARAMETROS-CARTERA
        IF FLAG-CARTERA-VALIDA = 1
        PERFORM CLASIFICAR-ALTERNATIVAS-CARTERA
        END-IF
        IF FLAG-CARTERA-VALIDA = 1
        PERFORM ORDENAR-CANDIDATOS-CARTERA
        PERFORM BUSCAR-CARTERA-OPTIMA
        PERFORM TOTALIZAR-CARTERA
        PERFORM RECORTAR-RANKING-CARTERA
        END-IF
        MOVE 1 TO FLAG-CARTERA-HECHA
        DISPLAY " "
        DISPLAY "***** CARTERA DENTRO DEL PRESUPUESTO *****"
        EVALUATE FLAG-CARTERA-VALIDA
        WHEN 1
        MOVE COSTO-TOTAL-CARTERA TO COSTO-CARTERA-EDIT
        MOVE VALOR-TOTAL-CARTERA TO SUMA-IR-EDIT
        DISPLAY "ALTERNATIVAS ELEGIDAS: " ELEGIDAS-CARTERA
            "  SUMA DE IR: " SUMA-IR-EDIT
        DISPLAY "COSTO TOTAL:          " COSTO-CARTERA-EDIT
        MOVE REMANENTE-CARTERA TO COSTO-CARTERA-EDIT
        DISPLAY "REMANENTE:            " COSTO-CARTERA-EDIT
        WHEN 2
        DISPLAY "NO HAY CARTERA FACTIBLE: LAS ALTERNATIVAS"
            " OBLIGATORIAS EXCEDEN EL PRESUPUESTO"
        WHEN OTHER
        DISPLAY "NO SE SELECCIONA CARTERA, PARAMETROS INCOMPLETOS"
            " O INVALIDOS"
        END-EVALUATE
        EXIT.

        VALIDAR-PARAMETROS-CARTERA.
        MOVE 1 TO FLAG-CARTERA-VALIDA
        IF FLAG-PRESUPUESTO = 0
        MOVE "FALTA EL PRESUPUESTO (CLAVE PRESUPUESTO)"
        TO TEXTO-AVISO-CARTERA
        PERFORM AGREGAR-AVISO-CARTERA
        MOVE 0 TO FLAG-CARTERA-VALIDA
        END-IF
        IF CRITERIO-COSTO < 1 OR CRITERIO-COSTO > NUMERO-CRITERIOS
        MOVE "FALTA O ES INVALIDO EL CRITERIO DE COSTO (CLAVE COSTO)"
        TO TEXTO-AVISO-CARTERA
        PERFORM AGREGAR-AVISO-CARTERA
        MOVE 0 TO FLAG-CARTERA-VALIDA
        ELSE
        PERFORM NUMERO-ALTERNATIVAS TIMES
        IF ELEMENTO OF MATRIZ-DECISION (I, CRITERIO-COSTO) < 0
        MOVE SPACES TO TEXTO-AVISO-CARTERA
        STRING "COSTO NEGATIVO EN LA ALTERNATIVA " DELIMITED BY SIZE
            FUNCTION TRIM (NOMBRE-ALTERNATIVA (I))
            DELIMITED BY SIZE
        INTO TEXTO-AVISO-CARTERA
        END-STRING
        PERFORM AGREGAR-AVISO-CARTERA
        MOVE 0 TO FLAG-CARTERA-VALIDA
        END-IF
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        END-IF
        EXIT.

        CLASIFICAR-ALTERNATIVAS-CARTERA.
        MOVE 0 TO COSTO-FIJO-CARTERA
        MOVE 0 TO VALOR-FIJO-CARTERA
        MOVE 0 TO NUMERO-CANDIDATOS
        PERFORM NUMERO-ALTERNATIVAS TIMES
        MOVE ELEMENTO OF MATRIZ-DECISION (I, CRITERIO-COSTO)
        TO CAR-COSTO (I)
        MOVE "C" TO CAR-ESTADO (I)
        IF DOMINADA-ALT (I) = 1
        MOVE "D" TO CAR-ESTADO (I)
        END-IF
        MOVE 0 TO CAR-ELEGIDA (I)
        MOVE 0 TO CAR-RANKING (I)
        MOVE 1 TO POS-FIJA
        PERFORM NUMERO-FIJAS-CARTERA TIMES
        IF (ID-ALTERNATIVA (I) NOT = SPACES
            AND FIJA-ID (POS-FIJA) = ID-ALTERNATIVA (I))
            OR FIJA-ID (POS-FIJA) = NOMBRE-ALTERNATIVA (I)
        MOVE 1 TO FIJA-HALLADA (POS-FIJA)
        PERFORM MARCAR-FIJA-CARTERA
        END-IF
        ADD 1 TO POS-FIJA
        END-PERFORM
        MOVE 1 TO POS-FIJA
        EVALUATE CAR-ESTADO (I)
        WHEN "O"
        ADD CAR-COSTO (I) TO COSTO-FIJO-CARTERA
        ADD INDICE (I) TO VALOR-FIJO-CARTERA
        MOVE 1 TO CAR-ELEGIDA (I)
        WHEN "C"
        ADD 1 TO NUMERO-CANDIDATOS
        MOVE I TO CAND-ALT (NUMERO-CANDIDATOS)
        MOVE INDICE (I) TO CAND-VALOR (NUMERO-CANDIDATOS)
        MOVE CAR-COSTO (I) TO CAND-COSTO (NUMERO-CANDIDATOS)
        IF CAR-COSTO (I) = 0
        MOVE 9999999 TO CAND-RAZON (NUMERO-CANDIDATOS)
        ELSE
        COMPUTE CAND-RAZON (NUMERO-CANDIDATOS) =
            INDICE (I) / CAR-COSTO (I)
        END-COMPUTE
        END-IF
        MOVE 0 TO CAND-TOMADO (NUMERO-CANDIDATOS)
        MOVE 0 TO CAND-MEJOR (NUMERO-CANDIDATOS)
        END-EVALUATE
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        MOVE 1 TO POS-FIJA
        PERFORM NUMERO-FIJAS-CARTERA TIMES
        IF FIJA-HALLADA (POS-FIJA) = 0
        MOVE SPACES TO TEXTO-AVISO-CARTERA
        STRING FUNCTION TRIM (FIJA-ID (POS-FIJA)) DELIMITED BY SIZE
            " NO ES UNA ALTERNATIVA EVALUADA EN ESTA CORRIDA,"
            DELIMITED BY SIZE
            " SE IGNORA" DELIMITED BY SIZE
        INTO TEXTO-AVISO-CARTERA
        END-STRING
        PERFORM AGREGAR-AVISO-CARTERA
        END-IF
        ADD 1 TO POS-FIJA
        END-PERFORM
        MOVE 1 TO POS-FIJA
        COMPUTE DISPONIBLE-CARTERA =
            PRESUPUESTO-CARTERA - COSTO-FIJO-CARTERA
        END-COMPUTE
        IF FLAG-CARTERA-VALIDA = 1 AND DISPONIBLE-CARTERA < 0
        MOVE 2 TO FLAG-CARTERA-VALIDA
        END-IF
        EXIT.

        MARCAR-FIJA-CARTERA.
        IF (FIJA-TIPO (POS-FIJA) = "I" AND CAR-ESTADO (I) = "X")
            OR (FIJA-TIPO (POS-FIJA) = "E" AND CAR-ESTADO (I) = "O")
        MOVE SPACES TO TEXTO-AVISO-CARTERA
        STRING "ALTERNATIVA OBLIGATORIA Y EXCLUIDA A LA VEZ: "
            DELIMITED BY SIZE
            FUNCTION TRIM (NOMBRE-ALTERNATIVA (I)) DELIMITED BY SIZE
        INTO TEXTO-AVISO-CARTERA
        END-STRING
        PERFORM AGREGAR-AVISO-CARTERA
        MOVE 0 TO FLAG-CARTERA-VALIDA
        ELSE
        IF FIJA-TIPO (POS-FIJA) = "I" AND CAR-ESTADO (I) = "D"
        MOVE SPACES TO TEXTO-AVISO-CARTERA
        STRING "ALTERNATIVA OBLIGATORIA PERO DOMINADA: "
            DELIMITED BY SIZE
            FUNCTION TRIM (NOMBRE-ALTERNATIVA (I)) DELIMITED BY SIZE
        INTO TEXTO-AVISO-CARTERA
        END-STRING
        PERFORM AGREGAR-AVISO-CARTERA
        MOVE 0 TO FLAG-CARTERA-VALIDA
        ELSE
        IF FIJA-TIPO (POS-FIJA) = "I"
        MOVE "O" TO CAR-ESTADO (I)
        ELSE
        MOVE "X" TO CAR-ESTADO (I)
        END-IF
        END-IF
        END-IF
        EXIT.

        ORDENAR-CANDIDATOS-CARTERA.
        MOVE 1 TO POS-CANDIDATO
        PERFORM NUMERO-CANDIDATOS TIMES
        COMPUTE POS-CANDIDATO-2 = POS-CANDIDATO + 1
        PERFORM UNTIL POS-CANDIDATO-2 > NUMERO-CANDIDATOS
        IF CAND-RAZON (POS-CANDIDATO-2) > CAND-RAZON (POS-CANDIDATO)
        MOVE CANDIDATO (POS-CANDIDATO) TO CANDIDATO-AUX
        MOVE CANDIDATO (POS-CANDIDATO-2) TO CANDIDATO (POS-CANDIDATO)
        MOVE CANDIDATO-AUX TO CANDIDATO (POS-CANDIDATO-2)
        END-IF
        ADD 1 TO POS-CANDIDATO-2
        END-PERFORM
        ADD 1 TO POS-CANDIDATO
        END-PERFORM
        MOVE 1 TO POS-CANDIDATO
        EXIT.

        BUSCAR-CARTERA-OPTIMA.
        MOVE 0 TO MEJOR-VALOR-CARTERA
        MOVE 0 TO VALOR-ACUM-CARTERA
        MOVE 0 TO COSTO-ACUM-CARTERA
        MOVE 0 TO NODOS-CARTERA
        MOVE 1 TO NIVEL-CARTERA
        MOVE 0 TO FLAG-FIN-BUSQUEDA
        IF NUMERO-CANDIDATOS = 0
        MOVE 1 TO FLAG-FIN-BUSQUEDA
        END-IF
        PERFORM UNTIL FLAG-FIN-BUSQUEDA = 1
        ADD 1 TO NODOS-CARTERA
        IF NIVEL-CARTERA > NUMERO-CANDIDATOS
        PERFORM REGISTRAR-HOJA-CARTERA
        PERFORM RETROCEDER-CARTERA
        ELSE
        IF COSTO-ACUM-CARTERA + CAND-COSTO (NIVEL-CARTERA)
            <= DISPONIBLE-CARTERA
        MOVE 1 TO CAND-TOMADO (NIVEL-CARTERA)
        ADD CAND-COSTO (NIVEL-CARTERA) TO COSTO-ACUM-CARTERA
        ADD CAND-VALOR (NIVEL-CARTERA) TO VALOR-ACUM-CARTERA
        ADD 1 TO NIVEL-CARTERA
        ELSE
        MOVE 0 TO CAND-TOMADO (NIVEL-CARTERA)
        ADD 1 TO NIVEL-CARTERA
        PERFORM ACOTAR-CARTERA
        IF COTA-CARTERA <= MEJOR-VALOR-CARTERA
        PERFORM RETROCEDER-CARTERA
        END-IF
        END-IF
        END-IF
        END-PERFORM
        MOVE 1 TO POS-CANDIDATO
        PERFORM NUMERO-CANDIDATOS TIMES
        IF CAND-MEJOR (POS-CANDIDATO) = 1
        MOVE 1 TO CAR-ELEGIDA (CAND-ALT (POS-CANDIDATO))
        END-IF
        ADD 1 TO POS-CANDIDATO
        END-PERFORM
        MOVE 1 TO POS-CANDIDATO
        EXIT.

        REGISTRAR-HOJA-CARTERA.
        IF VALOR-ACUM-CARTERA > MEJOR-VALOR-CARTERA
        MOVE VALOR-ACUM-CARTERA TO MEJOR-VALOR-CARTERA
        MOVE 1 TO POS-CANDIDATO
        PERFORM NUMERO-CANDIDATOS TIMES
        MOVE CAND-TOMADO (POS-CANDIDATO) TO CAND-MEJOR (POS-CANDIDATO)
        ADD 1 TO POS-CANDIDATO
        END-PERFORM
        MOVE 1 TO POS-CANDIDATO
        END-IF
        EXIT.

        RETROCEDER-CARTERA.
        MOVE 0 TO FLAG-RETROCESO
        PERFORM UNTIL FLAG-RETROCESO = 1
        SUBTRACT 1 FROM NIVEL-CARTERA
        IF NIVEL-CARTERA = 0
        MOVE 1 TO FLAG-FIN-BUSQUEDA
        MOVE 1 TO FLAG-RETROCESO
        ELSE
        IF CAND-TOMADO (NIVEL-CARTERA) = 1
        MOVE 0 TO CAND-TOMADO (NIVEL-CARTERA)
        SUBTRACT CAND-COSTO (NIVEL-CARTERA) FROM COSTO-ACUM-CARTERA
        SUBTRACT CAND-VALOR (NIVEL-CARTERA) FROM VALOR-ACUM-CARTERA
        ADD 1 TO NIVEL-CARTERA
        PERFORM ACOTAR-CARTERA
        IF COTA-CARTERA > MEJOR-VALOR-CARTERA
        MOVE 1 TO FLAG-RETROCESO
        END-IF
        END-IF
        END-IF
        END-PERFORM
        EXIT.

        ACOTAR-CARTERA.
        MOVE VALOR-ACUM-CARTERA TO COTA-CARTERA
        COMPUTE HOLGURA-CARTERA =
            DISPONIBLE-CARTERA - COSTO-ACUM-CARTERA
        END-COMPUTE
        MOVE NIVEL-CARTERA TO POS-CANDIDATO
        MOVE 0 TO FLAG-COTA-LLENA
        PERFORM UNTIL FLAG-COTA-LLENA = 1
            OR POS-CANDIDATO > NUMERO-CANDIDATOS
        IF CAND-COSTO (POS-CANDIDATO) <= HOLGURA-CARTERA
        ADD CAND-VALOR (POS-CANDIDATO) TO COTA-CARTERA
        SUBTRACT CAND-COSTO (POS-CANDIDATO) FROM HOLGURA-CARTERA
        ELSE
        COMPUTE COTA-CARTERA = COTA-CARTERA
            + CAND-VALOR (POS-CANDIDATO) * HOLGURA-CARTERA
            / CAND-COSTO (POS-CANDIDATO)
        END-COMPUTE
        MOVE 1 TO FLAG-COTA-LLENA
        END-IF
        ADD 1 TO POS-CANDIDATO
        END-PERFORM
        MOVE 1 TO POS-CANDIDATO
        EXIT.

        TOTALIZAR-CARTERA.
        MOVE 0 TO COSTO-TOTAL-CARTERA
        MOVE 0 TO VALOR-TOTAL-CARTERA
        MOVE 0 TO ELEGIDAS-CARTERA
        PERFORM NUMERO-ALTERNATIVAS TIMES
        IF CAR-ELEGIDA (I) = 1
        ADD CAR-COSTO (I) TO COSTO-TOTAL-CARTERA
        ADD INDICE (I) TO VALOR-TOTAL-CARTERA
        ADD 1 TO ELEGIDAS-CARTERA
        END-IF
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        COMPUTE REMANENTE-CARTERA =
            PRESUPUESTO-CARTERA - COSTO-TOTAL-CARTERA
        END-COMPUTE
        EXIT.

        RECORTAR-RANKING-CARTERA.
        MOVE COSTO-FIJO-CARTERA TO COSTO-RANKING-CARTERA
        MOVE VALOR-FIJO-CARTERA TO VALOR-RANKING-CARTERA
        MOVE 0 TO ELEGIDAS-RANKING
        PERFORM NUMERO-ALTERNATIVAS TIMES
        IF CAR-ESTADO (I) = "O"
        ADD 1 TO ELEGIDAS-RANKING
        END-IF
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        MOVE 0 TO FLAG-RECORTE
        MOVE 1 TO PUESTO-CARTERA
        PERFORM NUMERO-ALTERNATIVAS TIMES
        PERFORM NUMERO-ALTERNATIVAS TIMES
        IF EXP-PUESTO (I) = PUESTO-CARTERA AND CAR-ESTADO (I) = "C"
            AND FLAG-RECORTE = 0
        IF COSTO-RANKING-CARTERA + CAR-COSTO (I)
            <= PRESUPUESTO-CARTERA
        ADD CAR-COSTO (I) TO COSTO-RANKING-CARTERA
        ADD INDICE (I) TO VALOR-RANKING-CARTERA
        ADD 1 TO ELEGIDAS-RANKING
        MOVE 1 TO CAR-RANKING (I)
        ELSE
        MOVE 1 TO FLAG-RECORTE
        END-IF
        END-IF
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        ADD 1 TO PUESTO-CARTERA
        END-PERFORM
        EXIT.

        GRABAR-CARTERA.
        OPEN OUTPUT RPT-CARTERA
        MOVE SPACES TO LINEA-CARTERA
        STRING "TOPSIS-RIM  SELECCION DE CARTERA CON PRESUPUESTO"
            DELIMITED BY SIZE
            "      PROBLEMA: " DELIMITED BY SIZE
            FUNCTION TRIM (ESCENARIO-EN-CURSO) DELIMITED BY SIZE
            "      FECHA: " DELIMITED BY SIZE
            FECHA-INFORME DELIMITED BY SIZE
        INTO LINEA-CARTERA
        END-STRING
        PERFORM ESCRIBIR-LINEA-CARTERA
        MOVE ALL "=" TO LINEA-CARTERA
        PERFORM ESCRIBIR-LINEA-CARTERA
        PERFORM ESCRIBIR-LINEA-CARTERA
        STRING "   CORRIDA:               " DELIMITED BY SIZE
            ID-CORRIDA DELIMITED BY SIZE
            "  NUMERO " DELIMITED BY SIZE
            NUMERO-CORRIDA DELIMITED BY SIZE
        INTO LINEA-CARTERA
        END-STRING
        PERFORM ESCRIBIR-LINEA-CARTERA
        IF FLAG-CARTERA-MANUAL = 1
        MOVE "   PARAMETROS:            INGRESADOS POR CONSOLA"
        TO LINEA-CARTERA
        ELSE
        STRING "   PARAMETROS:            " DELIMITED BY SIZE
            FUNCTION TRIM (ARCHIVO-PARAM-CARTERA) DELIMITED BY SIZE
        INTO LINEA-CARTERA
        END-STRING
        END-IF
        PERFORM ESCRIBIR-LINEA-CARTERA
        MOVE "   PRESUPUESTO:" TO LINEA-CARTERA
        MOVE PRESUPUESTO-CARTERA TO COSTO-CARTERA-EDIT
        MOVE COSTO-CARTERA-EDIT TO LINEA-CARTERA (27:15)
        PERFORM ESCRIBIR-LINEA-CARTERA
        IF CRITERIO-COSTO > 0 AND CRITERIO-COSTO <= NUMERO-CRITERIOS
        STRING "   CRITERIO DE COSTO:     " DELIMITED BY SIZE
            FUNCTION TRIM (NOMBRE-CRITERIO (CRITERIO-COSTO))
            DELIMITED BY SIZE
            " (COLUMNA " DELIMITED BY SIZE
            CRITERIO-COSTO DELIMITED BY SIZE
            " DE PAGOS)" DELIMITED BY SIZE
        INTO LINEA-CARTERA
        END-STRING
        PERFORM ESCRIBIR-LINEA-CARTERA
        END-IF
        MOVE "I" TO TIPO-ID-CARTERA
        MOVE "   OBLIGATORIAS:" TO LINEA-CARTERA
        PERFORM LISTAR-FIJAS-CARTERA
        MOVE "E" TO TIPO-ID-CARTERA
        MOVE "   EXCLUIDAS:" TO LINEA-CARTERA
        PERFORM LISTAR-FIJAS-CARTERA
        STRING "   OBJETIVO:              MAXIMA SUMA DE INDICES DE "
            DELIMITED BY SIZE
            "RELACION CON COSTO DENTRO DEL PRESUPUESTO"
            DELIMITED BY SIZE
        INTO LINEA-CARTERA
        END-STRING
        PERFORM ESCRIBIR-LINEA-CARTERA
        IF NUMERO-AVISOS-CARTERA > 0
        PERFORM ESCRIBIR-LINEA-CARTERA
        MOVE "   AVISOS:" TO LINEA-CARTERA
        PERFORM ESCRIBIR-LINEA-CARTERA
        MOVE 1 TO POS-FIJA
        PERFORM NUMERO-AVISOS-CARTERA TIMES
        MOVE AVISO-CARTERA (POS-FIJA) TO LINEA-CARTERA (6:100)
        PERFORM ESCRIBIR-LINEA-CARTERA
        ADD 1 TO POS-FIJA
        END-PERFORM
        MOVE 1 TO POS-FIJA
        END-IF
        PERFORM ESCRIBIR-LINEA-CARTERA
        EVALUATE FLAG-CARTERA-VALIDA
        WHEN 0
        STRING "   NO SE SELECCIONA CARTERA: PARAMETROS INCOMPLETOS "
            DELIMITED BY SIZE
            "O INVALIDOS" DELIMITED BY SIZE
        INTO LINEA-CARTERA
        END-STRING
        PERFORM ESCRIBIR-LINEA-CARTERA
        WHEN 2
        MOVE COSTO-FIJO-CARTERA TO COSTO-CARTERA-EDIT
        STRING "   NO HAY CARTERA FACTIBLE: LAS OBLIGATORIAS CUESTAN "
            DELIMITED BY SIZE
            FUNCTION TRIM (COSTO-CARTERA-EDIT) DELIMITED BY SIZE
            " Y EXCEDEN EL PRESUPUESTO" DELIMITED BY SIZE
        INTO LINEA-CARTERA
        END-STRING
        PERFORM ESCRIBIR-LINEA-CARTERA
        WHEN OTHER
        PERFORM ESCRIBIR-SELECCION-CARTERA
        END-EVALUATE
        CLOSE RPT-CARTERA
        DISPLAY "CARTERA ESCRITA EN " FUNCTION TRIM (ARCHIVO-CARTERA)
        EXIT.

        LISTAR-FIJAS-CARTERA.
        MOVE 27 TO POS-EXPLICACION
        MOVE 1 TO POS-FIJA
        PERFORM NUMERO-FIJAS-CARTERA TIMES
        IF FIJA-TIPO (POS-FIJA) = TIPO-ID-CARTERA
        IF POS-EXPLICACION > 27
        STRING "/" DELIMITED BY SIZE
        INTO LINEA-CARTERA
        WITH POINTER POS-EXPLICACION
        END-STRING
        END-IF
        STRING FUNCTION TRIM (FIJA-ID (POS-FIJA)) DELIMITED BY SIZE
        INTO LINEA-CARTERA
        WITH POINTER POS-EXPLICACION
        END-STRING
        END-IF
        ADD 1 TO POS-FIJA
        END-PERFORM
        MOVE 1 TO POS-FIJA
        IF POS-EXPLICACION = 27
        MOVE "NINGUNA" TO LINEA-CARTERA (27:7)
        END-IF
        MOVE 1 TO POS-EXPLICACION
        PERFORM ESCRIBIR-LINEA-CARTERA
        EXIT.

        ESCRIBIR-SELECCION-CARTERA.
        MOVE "1. ALTERNATIVAS SELECCIONADAS" TO LINEA-CARTERA
        PERFORM ESCRIBIR-LINEA-CARTERA
        PERFORM ESCRIBIR-LINEA-CARTERA
        PERFORM ENCABEZAR-ALTERNATIVAS-CARTERA
        MOVE "MOTIVO" TO LINEA-CARTERA (71:6)
        PERFORM ESCRIBIR-LINEA-CARTERA
        MOVE 1 TO PUESTO-CARTERA
        PERFORM NUMERO-ALTERNATIVAS TIMES
        PERFORM NUMERO-ALTERNATIVAS TIMES
        IF EXP-PUESTO (I) = PUESTO-CARTERA AND CAR-ELEGIDA (I) = 1
        PERFORM ARMAR-LINEA-ALT-CARTERA
        IF CAR-ESTADO (I) = "O"
        MOVE "OBLIGATORIA" TO LINEA-CARTERA (71:11)
        ELSE
        MOVE "OPTIMIZACION" TO LINEA-CARTERA (71:12)
        END-IF
        PERFORM ESCRIBIR-LINEA-CARTERA
        END-IF
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        ADD 1 TO PUESTO-CARTERA
        END-PERFORM
        IF ELEGIDAS-CARTERA = 0
        MOVE "   (NINGUNA ALTERNATIVA CABE EN EL PRESUPUESTO)"
        TO LINEA-CARTERA
        PERFORM ESCRIBIR-LINEA-CARTERA
        END-IF
        PERFORM ESCRIBIR-LINEA-CARTERA
        MOVE "   ALTERNATIVAS ELEGIDAS:" TO LINEA-CARTERA
        MOVE ELEGIDAS-CARTERA TO CANTIDAD-CARTERA-EDIT
        MOVE CANTIDAD-CARTERA-EDIT TO LINEA-CARTERA (40:2)
        PERFORM ESCRIBIR-LINEA-CARTERA
        MOVE "   SUMA DE IR:" TO LINEA-CARTERA
        MOVE VALOR-TOTAL-CARTERA TO SUMA-IR-EDIT
        MOVE SUMA-IR-EDIT TO LINEA-CARTERA (35:7)
        PERFORM ESCRIBIR-LINEA-CARTERA
        MOVE "   COSTO TOTAL:" TO LINEA-CARTERA
        MOVE COSTO-TOTAL-CARTERA TO COSTO-CARTERA-EDIT
        MOVE COSTO-CARTERA-EDIT TO LINEA-CARTERA (27:15)
        PERFORM ESCRIBIR-LINEA-CARTERA
        MOVE "   PRESUPUESTO REMANENTE:" TO LINEA-CARTERA
        MOVE REMANENTE-CARTERA TO COSTO-CARTERA-EDIT
        MOVE COSTO-CARTERA-EDIT TO LINEA-CARTERA (27:15)
        PERFORM ESCRIBIR-LINEA-CARTERA
        PERFORM ESCRIBIR-LINEA-CARTERA
        MOVE "2. MEJORES ALTERNATIVAS NO SELECCIONADAS"
        TO LINEA-CARTERA
        PERFORM ESCRIBIR-LINEA-CARTERA
        PERFORM ESCRIBIR-LINEA-CARTERA
        PERFORM ENCABEZAR-ALTERNATIVAS-CARTERA
        MOVE "EXCEDE EL REMANENTE EN" TO LINEA-CARTERA (71:22)
        PERFORM ESCRIBIR-LINEA-CARTERA
        MOVE 0 TO MOSTRADAS-CARTERA
        MOVE 1 TO PUESTO-CARTERA
        PERFORM NUMERO-ALTERNATIVAS TIMES
        PERFORM NUMERO-ALTERNATIVAS TIMES
        IF EXP-PUESTO (I) = PUESTO-CARTERA AND CAR-ESTADO (I) = "C"
            AND CAR-ELEGIDA (I) = 0 AND MOSTRADAS-CARTERA < 5
        ADD 1 TO MOSTRADAS-CARTERA
        PERFORM ARMAR-LINEA-ALT-CARTERA
        COMPUTE HOLGURA-CARTERA = CAR-COSTO (I) - REMANENTE-CARTERA
        MOVE HOLGURA-CARTERA TO COSTO-CARTERA-EDIT
        MOVE COSTO-CARTERA-EDIT TO LINEA-CARTERA (71:15)
        PERFORM ESCRIBIR-LINEA-CARTERA
        END-IF
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        ADD 1 TO PUESTO-CARTERA
        END-PERFORM
        IF MOSTRADAS-CARTERA = 0
        MOVE "   (TODAS LAS CANDIDATAS FUERON SELECCIONADAS)"
        TO LINEA-CARTERA
        PERFORM ESCRIBIR-LINEA-CARTERA
        END-IF
        PERFORM NUMERO-ALTERNATIVAS TIMES
        IF CAR-ESTADO (I) = "X"
        PERFORM ARMAR-LINEA-ALT-CARTERA
        MOVE "EXCLUIDA POR PARAMETRO" TO LINEA-CARTERA (71:22)
        PERFORM ESCRIBIR-LINEA-CARTERA
        END-IF
        IF CAR-ESTADO (I) = "D"
        PERFORM ARMAR-LINEA-ALT-CARTERA
        MOVE "DOMINADA, NO ELEGIBLE" TO LINEA-CARTERA (71:21)
        PERFORM ESCRIBIR-LINEA-CARTERA
        END-IF
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        PERFORM ESCRIBIR-LINEA-CARTERA
        MOVE "3. COMPARACION CON EL RECORTE DEL RANKING"
        TO LINEA-CARTERA
        PERFORM ESCRIBIR-LINEA-CARTERA
        PERFORM ESCRIBIR-LINEA-CARTERA
        STRING "   TOMANDO EL RANKING EN ORDEN HASTA LA PRIMERA "
            DELIMITED BY SIZE
            "ALTERNATIVA QUE NO CABE:" DELIMITED BY SIZE
        INTO LINEA-CARTERA
        END-STRING
        PERFORM ESCRIBIR-LINEA-CARTERA
        MOVE "   ALTERNATIVAS ELEGIDAS:" TO LINEA-CARTERA
        MOVE ELEGIDAS-RANKING TO CANTIDAD-CARTERA-EDIT
        MOVE CANTIDAD-CARTERA-EDIT TO LINEA-CARTERA (40:2)
        PERFORM ESCRIBIR-LINEA-CARTERA
        MOVE "   SUMA DE IR:" TO LINEA-CARTERA
        MOVE VALOR-RANKING-CARTERA TO SUMA-IR-EDIT
        MOVE SUMA-IR-EDIT TO LINEA-CARTERA (35:7)
        PERFORM ESCRIBIR-LINEA-CARTERA
        MOVE "   COSTO TOTAL:" TO LINEA-CARTERA
        MOVE COSTO-RANKING-CARTERA TO COSTO-CARTERA-EDIT
        MOVE COSTO-CARTERA-EDIT TO LINEA-CARTERA (27:15)
        PERFORM ESCRIBIR-LINEA-CARTERA
        MOVE "   PRESUPUESTO REMANENTE:" TO LINEA-CARTERA
        COMPUTE HOLGURA-CARTERA =
            PRESUPUESTO-CARTERA - COSTO-RANKING-CARTERA
        END-COMPUTE
        MOVE HOLGURA-CARTERA TO COSTO-CARTERA-EDIT
        MOVE COSTO-CARTERA-EDIT TO LINEA-CARTERA (27:15)
        PERFORM ESCRIBIR-LINEA-CARTERA
        IF VALOR-TOTAL-CARTERA > VALOR-RANKING-CARTERA
        COMPUTE VALOR-ACUM-CARTERA =
            VALOR-TOTAL-CARTERA - VALOR-RANKING-CARTERA
        END-COMPUTE
        MOVE VALOR-ACUM-CARTERA TO SUMA-IR-EDIT
        STRING "   LA SELECCION OPTIMA SUPERA AL RECORTE EN "
            DELIMITED BY SIZE
            FUNCTION TRIM (SUMA-IR-EDIT) DELIMITED BY SIZE
            " DE SUMA DE IR" DELIMITED BY SIZE
        INTO LINEA-CARTERA
        END-STRING
        ELSE
        MOVE "   EL RECORTE DEL RANKING ALCANZA LA SELECCION OPTIMA"
        TO LINEA-CARTERA
        END-IF
        PERFORM ESCRIBIR-LINEA-CARTERA
        EXIT.

        ENCABEZAR-ALTERNATIVAS-CARTERA.
        MOVE "PUESTO" TO LINEA-CARTERA (4:6)
        MOVE "ALTERNATIVA" TO LINEA-CARTERA (12:11)
        MOVE "ID" TO LINEA-CARTERA (34:2)
        MOVE "IR" TO LINEA-CARTERA (46:2)
        MOVE "COSTO" TO LINEA-CARTERA (63:5)
        EXIT.

        ARMAR-LINEA-ALT-CARTERA.
        MOVE EXP-PUESTO (I) TO PUESTO-EXP-EDIT
        MOVE PUESTO-EXP-EDIT TO LINEA-CARTERA (6:2)
        MOVE NOMBRE-ALTERNATIVA (I) TO LINEA-CARTERA (12:20)
        MOVE ID-ALTERNATIVA (I) TO LINEA-CARTERA (34:8)
        MOVE INDICE (I) TO VALOR-EXP-EDIT
        MOVE VALOR-EXP-EDIT TO LINEA-CARTERA (43:7)
        MOVE CAR-COSTO (I) TO COSTO-CARTERA-EDIT
        MOVE COSTO-CARTERA-EDIT TO LINEA-CARTERA (53:15)
        EXIT.

        ESCRIBIR-LINEA-CARTERA.
        WRITE CARTERA FROM LINEA-CARTERA
        MOVE SPACES TO LINEA-CARTERA
        EXIT.

        DETECTAR-DOMINADAS.
        MOVE 0 TO NUMERO-DOMINADAS
        MOVE 0 TO FLAG-DOMINADAS-ELIMINADAS
        MOVE NUMERO-ALTERNATIVAS TO ALTERNATIVAS-ANALIZADAS
        PERFORM LIMITE-MAXIMO TIMES
        MOVE 0 TO DOMINADA-ALT (I)
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        PERFORM NUMERO-ALTERNATIVAS TIMES
        MOVE 1 TO POS-DOMINANTE
        PERFORM NUMERO-ALTERNATIVAS TIMES
        IF POS-DOMINANTE NOT = I
        PERFORM COMPARAR-DOMINANCIA
        IF FLAG-DOMINA = 1 AND FLAG-ESTRICTO = 1
        PERFORM REGISTRAR-DOMINADA
        END-IF
        END-IF
        ADD 1 TO POS-DOMINANTE
        END-PERFORM
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        MOVE 1 TO POS-DOMINANTE
        IF NUMERO-DOMINADAS > 0
        DISPLAY NUMERO-DOMINADAS " ALTERNATIVAS DOMINADAS (PARETO)"
        IF FLAG-ELIMINAR-DOMINADAS = 1
        IF ALTERNATIVAS-ANALIZADAS - NUMERO-DOMINADAS < 2
        DISPLAY "AVISO: SOLO QUEDARIA UNA ALTERNATIVA NO DOMINADA, "
            "LAS DOMINADAS SE MARCAN SIN ELIMINARLAS"
        ELSE
        PERFORM ELIMINAR-DOMINADAS
        END-IF
        END-IF
        END-IF
        EXIT.

        COMPARAR-DOMINANCIA.
        MOVE 1 TO FLAG-DOMINA
        MOVE 0 TO FLAG-ESTRICTO
        PERFORM NUMERO-CRITERIOS TIMES
        IF SOLUCION OF SOLUCION-POSITIVA (J) = 1
        IF ELEMENTO OF MATRIZ-DECISION (POS-DOMINANTE, J)
            < ELEMENTO OF MATRIZ-DECISION (I, J)
        MOVE 0 TO FLAG-DOMINA
        END-IF
        IF ELEMENTO OF MATRIZ-DECISION (POS-DOMINANTE, J)
            > ELEMENTO OF MATRIZ-DECISION (I, J)
        MOVE 1 TO FLAG-ESTRICTO
        END-IF
        ELSE
        IF ELEMENTO OF MATRIZ-DECISION (POS-DOMINANTE, J)
            > ELEMENTO OF MATRIZ-DECISION (I, J)
        MOVE 0 TO FLAG-DOMINA
        END-IF
        IF ELEMENTO OF MATRIZ-DECISION (POS-DOMINANTE, J)
            < ELEMENTO OF MATRIZ-DECISION (I, J)
        MOVE 1 TO FLAG-ESTRICTO
        END-IF
        END-IF
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        EXIT.

        REGISTRAR-DOMINADA.
        IF DOMINADA-ALT (I) = 0
        MOVE 1 TO DOMINADA-ALT (I)
        ADD 1 TO NUMERO-DOMINADAS
        MOVE NOMBRE-ALTERNATIVA (I) TO DOM-NOMBRE (NUMERO-DOMINADAS)
        MOVE ID-ALTERNATIVA (I) TO DOM-ID (NUMERO-DOMINADAS)
        MOVE I TO DOM-POSICION (NUMERO-DOMINADAS)
        MOVE 0 TO DOM-CUENTA (NUMERO-DOMINADAS)
        END-IF
        ADD 1 TO DOM-CUENTA (NUMERO-DOMINADAS)
        MOVE NOMBRE-ALTERNATIVA (POS-DOMINANTE)
        TO DOM-POR-NOMBRE (NUMERO-DOMINADAS,
            DOM-CUENTA (NUMERO-DOMINADAS))
        MOVE ID-ALTERNATIVA (POS-DOMINANTE)
        TO DOM-POR-ID (NUMERO-DOMINADAS,
            DOM-CUENTA (NUMERO-DOMINADAS))
        EXIT.

        ELIMINAR-DOMINADAS.
        MOVE 0 TO ALTERNATIVAS-VALIDAS
        PERFORM NUMERO-ALTERNATIVAS TIMES
        IF DOMINADA-ALT (I) = 0
        ADD 1 TO ALTERNATIVAS-VALIDAS
        IF ALTERNATIVAS-VALIDAS NOT = I
        PERFORM COMPACTAR-FILA
        END-IF
        END-IF
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        MOVE ALTERNATIVAS-VALIDAS TO NUMERO-ALTERNATIVAS
        PERFORM LIMITE-MAXIMO TIMES
        MOVE 0 TO DOMINADA-ALT (I)
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        MOVE 1 TO FLAG-DOMINADAS-ELIMINADAS
        DISPLAY "LAS ALTERNATIVAS DOMINADAS SE ELIMINAN ANTES DE "
            "NORMALIZAR"
        EXIT.

        ARMAR-LISTA-DOMINANTES.
        MOVE SPACES TO LISTA-DOMINANTES
        MOVE 1 TO POS-LISTA-DOMINANTES
        MOVE 1 TO POS-DOMINANTE
        PERFORM DOM-CUENTA (POS-DOMINADA) TIMES
        IF POS-DOMINANTE > 1
        STRING "/" DELIMITED BY SIZE
        INTO LISTA-DOMINANTES
        WITH POINTER POS-LISTA-DOMINANTES
        END-STRING
        END-IF
        STRING FUNCTION TRIM
            (DOM-POR-NOMBRE (POS-DOMINADA, POS-DOMINANTE))
            DELIMITED BY SIZE
        INTO LISTA-DOMINANTES
        WITH POINTER POS-LISTA-DOMINANTES
        END-STRING
        ADD 1 TO POS-DOMINANTE
        END-PERFORM
        MOVE 1 TO POS-DOMINANTE
        EXIT.

        GRABAR-DOMINANCIA.
        OPEN OUTPUT RPT-DOMINANCIA
        MOVE SPACES TO LINEA-DOMINANCIA
        STRING "TOPSIS-RIM  ALTERNATIVAS DOMINADAS (PARETO)"
            DELIMITED BY SIZE
            "      PROBLEMA: " DELIMITED BY SIZE
            FUNCTION TRIM (ESCENARIO-EN-CURSO) DELIMITED BY SIZE
            "      FECHA: " DELIMITED BY SIZE
            FECHA-INFORME DELIMITED BY SIZE
        INTO LINEA-DOMINANCIA
        END-STRING
        PERFORM ESCRIBIR-LINEA-DOMINANCIA
        MOVE ALL "=" TO LINEA-DOMINANCIA
        PERFORM ESCRIBIR-LINEA-DOMINANCIA
        PERFORM ESCRIBIR-LINEA-DOMINANCIA
        STRING "   CORRIDA: " DELIMITED BY SIZE
            ID-CORRIDA DELIMITED BY SIZE
            "  NUMERO " DELIMITED BY SIZE
            NUMERO-CORRIDA DELIMITED BY SIZE
        INTO LINEA-DOMINANCIA
        END-STRING
        PERFORM ESCRIBIR-LINEA-DOMINANCIA
        STRING "   CRITERIO: UNA ALTERNATIVA ESTA DOMINADA SI OTRA NO "
            DELIMITED BY SIZE
            "ES PEOR EN NINGUN CRITERIO Y ES ESTRICTAMENTE MEJOR "
            DELIMITED BY SIZE
            "EN AL MENOS UNO" DELIMITED BY SIZE
        INTO LINEA-DOMINANCIA
        END-STRING
        PERFORM ESCRIBIR-LINEA-DOMINANCIA
        STRING "   SE COMPARAN LOS VALORES ORIGINALES DE LA MATRIZ "
            DELIMITED BY SIZE
            "SEGUN EL SENTIDO BENEFICIO/COSTO DE CADA CRITERIO"
            DELIMITED BY SIZE
        INTO LINEA-DOMINANCIA
        END-STRING
        PERFORM ESCRIBIR-LINEA-DOMINANCIA
        IF FLAG-DOMINADAS-ELIMINADAS = 1
        MOVE "   TRATAMIENTO: ELIMINADAS DE LA MATRIZ ANTES DE "
        TO LINEA-DOMINANCIA
        MOVE "NORMALIZAR" TO LINEA-DOMINANCIA (50:10)
        ELSE
        MOVE "   TRATAMIENTO: MARCADAS EN EL RANKING, SIN ELIMINARLAS"
        TO LINEA-DOMINANCIA
        END-IF
        PERFORM ESCRIBIR-LINEA-DOMINANCIA
        IF FLAG-ELIMINAR-DOMINADAS = 1 AND NUMERO-DOMINADAS > 0
            AND FLAG-DOMINADAS-ELIMINADAS = 0
        STRING "   (SE PIDIO ELIMINARLAS, PERO SOLO QUEDARIA UNA "
            DELIMITED BY SIZE
            "ALTERNATIVA NO DOMINADA)" DELIMITED BY SIZE
        INTO LINEA-DOMINANCIA
        END-STRING
        PERFORM ESCRIBIR-LINEA-DOMINANCIA
        END-IF
        MOVE ALTERNATIVAS-ANALIZADAS TO CANTIDAD-DOM-EDIT
        STRING "   ALTERNATIVAS ANALIZADAS: " DELIMITED BY SIZE
            CANTIDAD-DOM-EDIT DELIMITED BY SIZE
        INTO LINEA-DOMINANCIA
        END-STRING
        MOVE NUMERO-DOMINADAS TO CANTIDAD-DOM-EDIT
        MOVE "DOMINADAS:" TO LINEA-DOMINANCIA (35:10)
        MOVE CANTIDAD-DOM-EDIT TO LINEA-DOMINANCIA (46:2)
        COMPUTE CANTIDAD-DOM-EDIT =
            ALTERNATIVAS-ANALIZADAS - NUMERO-DOMINADAS
        MOVE "NO DOMINADAS:" TO LINEA-DOMINANCIA (52:13)
        MOVE CANTIDAD-DOM-EDIT TO LINEA-DOMINANCIA (66:2)
        PERFORM ESCRIBIR-LINEA-DOMINANCIA
        PERFORM ESCRIBIR-LINEA-DOMINANCIA
        MOVE "1. ALTERNATIVAS DOMINADAS Y QUIENES LAS DOMINAN"
        TO LINEA-DOMINANCIA
        PERFORM ESCRIBIR-LINEA-DOMINANCIA
        PERFORM ESCRIBIR-LINEA-DOMINANCIA
        IF NUMERO-DOMINADAS = 0
        MOVE "   NINGUNA ALTERNATIVA ESTA DOMINADA"
        TO LINEA-DOMINANCIA
        PERFORM ESCRIBIR-LINEA-DOMINANCIA
        ELSE
        MOVE "   ALTERNATIVA           ID        SITUACION"
        TO LINEA-DOMINANCIA
        PERFORM ESCRIBIR-LINEA-DOMINANCIA
        MOVE 1 TO POS-DOMINADA
        PERFORM NUMERO-DOMINADAS TIMES
        PERFORM ESCRIBIR-DOMINADA
        ADD 1 TO POS-DOMINADA
        END-PERFORM
        MOVE 1 TO POS-DOMINADA
        END-IF
        PERFORM ESCRIBIR-LINEA-DOMINANCIA
        MOVE "2. RESOLUCION" TO LINEA-DOMINANCIA
        PERFORM ESCRIBIR-LINEA-DOMINANCIA
        PERFORM ESCRIBIR-LINEA-DOMINANCIA
        STRING "   UNA ALTERNATIVA DOMINADA NO DEBE INTEGRAR NINGUNA "
            DELIMITED BY SIZE
            "PRESELECCION: EXISTE OTRA OFERTA QUE ES AL MENOS "
            DELIMITED BY SIZE
            "IGUAL EN TODO" DELIMITED BY SIZE
        INTO LINEA-DOMINANCIA
        END-STRING
        PERFORM ESCRIBIR-LINEA-DOMINANCIA
        STRING "   Y MEJOR EN ALGO, CUALQUIERA SEA EL PESO QUE SE "
            DELIMITED BY SIZE
            "ASIGNE A LOS CRITERIOS." DELIMITED BY SIZE
        INTO LINEA-DOMINANCIA
        END-STRING
        PERFORM ESCRIBIR-LINEA-DOMINANCIA
        CLOSE RPT-DOMINANCIA
        EXIT.

        ESCRIBIR-DOMINADA.
        PERFORM ESCRIBIR-LINEA-DOMINANCIA
        MOVE DOM-NOMBRE (POS-DOMINADA) TO LINEA-DOMINANCIA (4:20)
        MOVE DOM-ID (POS-DOMINADA) TO LINEA-DOMINANCIA (26:8)
        IF FLAG-DOMINADAS-ELIMINADAS = 1
        MOVE "ELIMINADA ANTES DE NORMALIZAR" TO LINEA-DOMINANCIA (36:29)
        ELSE
        MOVE DOM-POSICION (POS-DOMINADA) TO POSS
        MOVE RANKING-POS OF RANKING-ALTERNATIVA (POSS)
        TO CANTIDAD-DOM-EDIT
        MOVE INDICE (POSS) TO INDICE-EDIT
        STRING "EN RANKING, PUESTO " DELIMITED BY SIZE
            CANTIDAD-DOM-EDIT DELIMITED BY SIZE
            "  IR " DELIMITED BY SIZE
            INDICE-EDIT DELIMITED BY SIZE
        INTO LINEA-DOMINANCIA (36:40)
        END-STRING
        MOVE 1 TO POSS
        END-IF
        PERFORM ESCRIBIR-LINEA-DOMINANCIA
        MOVE "      DOMINADA POR:" TO LINEA-DOMINANCIA
        PERFORM ESCRIBIR-LINEA-DOMINANCIA
        MOVE 1 TO POS-DOMINANTE
        PERFORM DOM-CUENTA (POS-DOMINADA) TIMES
        MOVE DOM-POR-NOMBRE (POS-DOMINADA, POS-DOMINANTE)
        TO LINEA-DOMINANCIA (7:20)
        MOVE DOM-POR-ID (POS-DOMINADA, POS-DOMINANTE)
        TO LINEA-DOMINANCIA (29:8)
        PERFORM ESCRIBIR-LINEA-DOMINANCIA
        ADD 1 TO POS-DOMINANTE
        END-PERFORM
        MOVE 1 TO POS-DOMINANTE
        EXIT.

        ESCRIBIR-LINEA-DOMINANCIA.
        WRITE DOMINANCIA FROM LINEA-DOMINANCIA
        MOVE SPACES TO LINEA-DOMINANCIA
        EXIT.

        LEER-HISTORICO-PREVIO.
        MOVE 0 TO NUMERO-PREVIOS
        MOVE SPACES TO MARCA-PREVIA
        OPEN INPUT CSV-HISTORICO
        IF ESTADO-HISTORICO = "00"
        PERFORM UNTIL EOF = 1
        READ CSV-HISTORICO
        AT END
        MOVE 1 TO EOF
        NOT AT END
        PERFORM SEPARAR-HISTORICO
        END-READ
        END-PERFORM
        CLOSE CSV-HISTORICO
        END-IF
        MOVE 0 TO EOF
        EXIT.

        SEPARAR-HISTORICO.
        MOVE CSV-RECORD OF HISTORICO TO RESTO
        IF RESTO NOT = SPACES
        MOVE SPACES TO HIST-MARCA
        MOVE SPACES TO HIST-ESCENARIO
        MOVE SPACES TO HIST-NOMBRE
        MOVE SPACES TO HIST-PUESTO
        MOVE SPACES TO HIST-INDICE
        MOVE SPACES TO HIST-ID
        UNSTRING RESTO DELIMITED BY ','
        INTO HIST-MARCA
            HIST-ESCENARIO
            HIST-NOMBRE
            HIST-PUESTO
            HIST-INDICE
            HIST-ID
        END-UNSTRING
        IF HIST-ESCENARIO = ESCENARIO-EN-CURSO
        AND HIST-PUESTO NOT = SPACES
        IF HIST-MARCA NOT = MARCA-PREVIA
        MOVE HIST-MARCA TO MARCA-PREVIA
        MOVE 0 TO NUMERO-PREVIOS
        END-IF
        ADD 1 TO NUMERO-PREVIOS
        IF NUMERO-PREVIOS <= LIMITE-MAXIMO
        MOVE HIST-NOMBRE TO PREV-NOMBRE (NUMERO-PREVIOS)
        COMPUTE PREV-PUESTO (NUMERO-PREVIOS) =
            FUNCTION NUMVAL (HIST-PUESTO)
        COMPUTE PREV-INDICE (NUMERO-PREVIOS) =
            FUNCTION NUMVAL (HIST-INDICE)
        MOVE HIST-ID TO PREV-ID (NUMERO-PREVIOS)
        END-IF
        END-IF
        END-IF
        EXIT.

        GRABAR-HISTORICO.
        OPEN EXTEND CSV-HISTORICO
        IF ESTADO-HISTORICO = "35"
        OPEN OUTPUT CSV-HISTORICO
        END-IF
        PERFORM NUMERO-ALTERNATIVAS TIMES
        MOVE RANKING-POS OF RANKING-ALTERNATIVA (I)
        TO PUESTO-HIST-EDIT
        MOVE INDICE (I) TO INDICE-EDIT
        MOVE SPACES TO LINEA-HISTORICO
        STRING MARCA-TIEMPO (1:14) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM (ESCENARIO-EN-CURSO) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM (NOMBRE-ALTERNATIVA (I)) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            PUESTO-HIST-EDIT DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            INDICE-EDIT DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM (ID-ALTERNATIVA (I)) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            ID-CORRIDA DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            NUMERO-CORRIDA DELIMITED BY SIZE
        INTO LINEA-HISTORICO
        END-STRING
        WRITE HISTORICO FROM LINEA-HISTORICO
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        CLOSE CSV-HISTORICO
        EXIT.

        GRABAR-TENDENCIAS.
        OPEN OUTPUT RPT-TENDENCIAS
        MOVE SPACES TO LINEA-TENDENCIAS
        STRING "TENDENCIAS DEL PROBLEMA " DELIMITED BY SIZE
            FUNCTION TRIM (ESCENARIO-EN-CURSO) DELIMITED BY SIZE
            " - EJECUCION " DELIMITED BY SIZE
            MARCA-TIEMPO (1:14) DELIMITED BY SIZE
            "  CORRIDA NUMERO " DELIMITED BY SIZE
            NUMERO-CORRIDA DELIMITED BY SIZE
        INTO LINEA-TENDENCIAS
        END-STRING
        WRITE TENDENCIAS FROM LINEA-TENDENCIAS
        IF NUMERO-PREVIOS = 0
        MOVE "SIN EJECUCION PREVIA REGISTRADA EN EL HISTORICO"
        TO LINEA-TENDENCIAS
        WRITE TENDENCIAS FROM LINEA-TENDENCIAS
        ELSE
        MOVE SPACES TO LINEA-TENDENCIAS
        STRING "EJECUCION PREVIA " DELIMITED BY SIZE
            MARCA-PREVIA DELIMITED BY SIZE
        INTO LINEA-TENDENCIAS
        END-STRING
        WRITE TENDENCIAS FROM LINEA-TENDENCIAS
        MOVE SPACES TO LINEA-TENDENCIAS
        WRITE TENDENCIAS FROM LINEA-TENDENCIAS
        MOVE SPACES TO LINEA-TENDENCIAS
        STRING "ALTERNATIVA           ANT ACT DELTA  "
            DELIMITED BY SIZE
            "IR-ANT   IR-ACT   DELTA-IR" DELIMITED BY SIZE
        INTO LINEA-TENDENCIAS
        END-STRING
        WRITE TENDENCIAS FROM LINEA-TENDENCIAS
        MOVE SPACES TO GANADOR-PREVIO
        PERFORM NUMERO-PREVIOS TIMES
        IF PREV-PUESTO (POSS) = 1
        MOVE PREV-NOMBRE (POSS) TO GANADOR-PREVIO
        END-IF
        ADD 1 TO POSS
        END-PERFORM
        MOVE 1 TO POSS
        PERFORM NUMERO-ALTERNATIVAS TIMES
        PERFORM COMPARAR-ALTERNATIVA
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        MOVE SPACES TO LINEA-TENDENCIAS
        WRITE TENDENCIAS FROM LINEA-TENDENCIAS
        IF GANADOR-PREVIO NOT =
            NOMBRE-ALTERNATIVA (ALTERNATIVA-RES)
        MOVE SPACES TO LINEA-TENDENCIAS
        STRING "*** CAMBIO DE GANADOR: " DELIMITED BY SIZE
            FUNCTION TRIM (GANADOR-PREVIO) DELIMITED BY SIZE
            " PASA A " DELIMITED BY SIZE
            FUNCTION TRIM (NOMBRE-ALTERNATIVA (ALTERNATIVA-RES))
            DELIMITED BY SIZE
        INTO LINEA-TENDENCIAS
        END-STRING
        ELSE
        MOVE SPACES TO LINEA-TENDENCIAS
        STRING "GANADOR SE MANTIENE: " DELIMITED BY SIZE
            FUNCTION TRIM (GANADOR-PREVIO) DELIMITED BY SIZE
        INTO LINEA-TENDENCIAS
        END-STRING
        END-IF
        WRITE TENDENCIAS FROM LINEA-TENDENCIAS
        END-IF
        CLOSE RPT-TENDENCIAS
        DISPLAY "TENDENCIAS ESCRITAS EN " ARCHIVO-TENDENCIAS (1:40)
        EXIT.

        COMPARAR-ALTERNATIVA.
        MOVE 0 TO FLAG-PREVIO-HALLADO
        PERFORM NUMERO-PREVIOS TIMES
        MOVE 0 TO FLAG-COINCIDE-PREV
        IF PREV-ID (POSS) NOT = SPACES
        AND ID-ALTERNATIVA (I) NOT = SPACES
        IF PREV-ID (POSS) = ID-ALTERNATIVA (I)
        MOVE 1 TO FLAG-COINCIDE-PREV
        END-IF
        ELSE
        IF PREV-NOMBRE (POSS) = NOMBRE-ALTERNATIVA (I)
        MOVE 1 TO FLAG-COINCIDE-PREV
        END-IF
        END-IF
        IF FLAG-COINCIDE-PREV = 1
        AND FLAG-PREVIO-HALLADO = 0
        MOVE 1 TO FLAG-PREVIO-HALLADO
        MOVE PREV-PUESTO (POSS) TO PUESTO-ANT-EDIT
        MOVE RANKING-POS OF RANKING-ALTERNATIVA (I)
        TO PUESTO-ACT-EDIT
        COMPUTE DELTA-PUESTO-EDIT = PREV-PUESTO (POSS)
            - RANKING-POS OF RANKING-ALTERNATIVA (I)
        END-COMPUTE
        MOVE PREV-INDICE (POSS) TO IR-ANT-EDIT
        MOVE INDICE (I) TO IR-ACT-EDIT
        COMPUTE DELTA-INDICE-EDIT = INDICE (I)
            - PREV-INDICE (POSS)
        END-COMPUTE
        END-IF
        ADD 1 TO POSS
        END-PERFORM
        MOVE 1 TO POSS
        MOVE SPACES TO LINEA-TENDENCIAS
        IF FLAG-PREVIO-HALLADO = 1
        STRING NOMBRE-ALTERNATIVA (I) DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            PUESTO-ANT-EDIT DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            PUESTO-ACT-EDIT DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            DELTA-PUESTO-EDIT DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            IR-ANT-EDIT DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            IR-ACT-EDIT DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            DELTA-INDICE-EDIT DELIMITED BY SIZE
        INTO LINEA-TENDENCIAS
        END-STRING
        ELSE
        STRING NOMBRE-ALTERNATIVA (I) DELIMITED BY SIZE
            "  SIN REGISTRO PREVIO (NUEVA)" DELIMITED BY SIZE
        INTO LINEA-TENDENCIAS
        END-STRING
        END-IF
        WRITE TENDENCIAS FROM LINEA-TENDENCIAS
        EXIT.

        ARCHIVAR-PERIODO.
        DISPLAY "TOPSIS-RIM ARCHIVADO DE HISTORICO Y AUDITORIA"
        IF PARAMETRO-EXTRA NOT = SPACES
        MOVE SPACES TO NUMERO
        MOVE PARAMETRO-EXTRA TO NUMERO (1:10)
        PERFORM VALIDAR-NUMERO
        MOVE SPACES TO NUMERO
        IF FLAG-NUMERO-VALIDO = 1
        COMPUTE DIAS-RETENCION =
            FUNCTION NUMVAL (PARAMETRO-EXTRA)
        ELSE
        DISPLAY "PARAMETRO DE DIAS INVALIDO: " PARAMETRO-EXTRA
        PERFORM LIBERAR-BLOQUEO
        STOP RUN RETURNING 1
        END-IF
        END-IF
        IF DIAS-RETENCION = 0
        DISPLAY "LA RETENCION DEBE SER DE AL MENOS 1 DIA"
        PERFORM LIBERAR-BLOQUEO
        STOP RUN RETURNING 1
        END-IF
        DISPLAY "DIAS DE RETENCION: " DIAS-RETENCION
        MOVE FUNCTION CURRENT-DATE TO TIEMPO-FIN
        COMPUTE FECHA-HOY-NUM = FUNCTION NUMVAL (TIEMPO-FIN (1:8))
        COMPUTE DIAS-ENTERO =
            FUNCTION INTEGER-OF-DATE (FECHA-HOY-NUM)
            - DIAS-RETENCION
        COMPUTE FECHA-CORTE-NUM =
            FUNCTION DATE-OF-INTEGER (DIAS-ENTERO)
        MOVE FECHA-CORTE-NUM TO FECHA-CORTE
        DISPLAY "SE ARCHIVAN REGISTROS ANTERIORES A " FECHA-CORTE
        MOVE 0 TO FLAG-FASE-AUDITORIA
        PERFORM ARCHIVAR-ARCHIVO-ACTIVO
        MOVE 1 TO FLAG-FASE-AUDITORIA
        PERFORM ARCHIVAR-ARCHIVO-ACTIVO
        MOVE 0 TO FLAG-FASE-AUDITORIA
        EXIT.

        ARCHIVAR-ARCHIVO-ACTIVO.
        MOVE 0 TO REGISTROS-RETENIDOS
        MOVE 0 TO REGISTROS-ARCHIVADOS
        MOVE SPACES TO MES-ARCHIVO-ABIERTO
        MOVE 0 TO FLAG-ARCHIVO-ABIERTO
        IF FLAG-FASE-AUDITORIA = 1
        OPEN INPUT LOG-AUDITORIA
        MOVE ESTADO-AUDITORIA TO ESTADO-AVISO
        ELSE
        OPEN INPUT CSV-HISTORICO
        MOVE ESTADO-HISTORICO TO ESTADO-AVISO
        END-IF
        IF ESTADO-AVISO NOT = "00"
        IF FLAG-FASE-AUDITORIA = 1
        DISPLAY "AUDITORIA.LOG NO ACCESIBLE (ESTADO "
            ESTADO-AVISO "), SE OMITE"
        ELSE
        DISPLAY "HISTORICO.CSV NO ACCESIBLE (ESTADO "
            ESTADO-AVISO "), SE OMITE"
        END-IF
        ELSE
        OPEN OUTPUT TMP-RETENIDOS
        PERFORM UNTIL EOF = 1
        IF FLAG-FASE-AUDITORIA = 1
        READ LOG-AUDITORIA
        AT END
        MOVE 1 TO EOF
        NOT AT END
        MOVE LOG-RECORD TO LINEA-ARCHIVO
        PERFORM CLASIFICAR-REGISTRO-ARCHIVO
        END-READ
        ELSE
        READ CSV-HISTORICO
        AT END
        MOVE 1 TO EOF
        NOT AT END
        MOVE CSV-RECORD OF HISTORICO TO LINEA-ARCHIVO
        PERFORM CLASIFICAR-REGISTRO-ARCHIVO
        END-READ
        END-IF
        END-PERFORM
        MOVE 0 TO EOF
        IF FLAG-FASE-AUDITORIA = 1
        CLOSE LOG-AUDITORIA
        ELSE
        CLOSE CSV-HISTORICO
        END-IF
        CLOSE TMP-RETENIDOS
        IF FLAG-ARCHIVO-ABIERTO = 1
        CLOSE ARC-SALIDA
        MOVE 0 TO FLAG-ARCHIVO-ABIERTO
        END-IF
        PERFORM REESCRIBIR-ARCHIVO-ACTIVO
        MOVE REGISTROS-RETENIDOS TO CONTADOR-RET-EDIT
        MOVE REGISTROS-ARCHIVADOS TO CONTADOR-ARC-EDIT
        IF FLAG-FASE-AUDITORIA = 1
        DISPLAY "AUDITORIA.LOG: " CONTADOR-RET-EDIT
            " RETENIDOS, " CONTADOR-ARC-EDIT " ARCHIVADOS"
        ELSE
        DISPLAY "HISTORICO.CSV: " CONTADOR-RET-EDIT
            " RETENIDOS, " CONTADOR-ARC-EDIT " ARCHIVADOS"
        END-IF
        END-IF
        EXIT.

        CLASIFICAR-REGISTRO-ARCHIVO.
        IF LINEA-ARCHIVO NOT = SPACES
        MOVE LINEA-ARCHIVO (1:8) TO FECHA-REGISTRO
        IF FECHA-REGISTRO IS NUMERIC
        AND FECHA-REGISTRO < FECHA-CORTE
        IF LINEA-ARCHIVO (1:6) NOT = MES-ARCHIVO-ABIERTO
        PERFORM ABRIR-ARCHIVO-MES
        END-IF
        WRITE REGISTRO-ARCHIVADO FROM LINEA-ARCHIVO
        ADD 1 TO REGISTROS-ARCHIVADOS
        ELSE
        WRITE REGISTRO-RETENIDO FROM LINEA-ARCHIVO
        ADD 1 TO REGISTROS-RETENIDOS
        END-IF
        END-IF
        EXIT.

        ABRIR-ARCHIVO-MES.
        IF FLAG-ARCHIVO-ABIERTO = 1
        CLOSE ARC-SALIDA
        END-IF
        MOVE LINEA-ARCHIVO (1:6) TO MES-ARCHIVO-ABIERTO
        MOVE SPACES TO ARCHIVO-ARCHIVADO
        IF FLAG-FASE-AUDITORIA = 1
        STRING "AUDITORIA-" DELIMITED BY SIZE
            MES-ARCHIVO-ABIERTO DELIMITED BY SIZE
            ".LOG" DELIMITED BY SIZE
        INTO ARCHIVO-ARCHIVADO
        END-STRING
        ELSE
        STRING "HISTORICO-" DELIMITED BY SIZE
            MES-ARCHIVO-ABIERTO DELIMITED BY SIZE
            ".csv" DELIMITED BY SIZE
        INTO ARCHIVO-ARCHIVADO
        END-STRING
        END-IF
        OPEN EXTEND ARC-SALIDA
        IF ESTADO-ARCHIVADO = "35"
        OPEN OUTPUT ARC-SALIDA
        END-IF
        MOVE 1 TO FLAG-ARCHIVO-ABIERTO
        EXIT.

        REESCRIBIR-ARCHIVO-ACTIVO.
        OPEN INPUT TMP-RETENIDOS
        IF FLAG-FASE-AUDITORIA = 1
        OPEN OUTPUT LOG-AUDITORIA
        ELSE
        OPEN OUTPUT CSV-HISTORICO
        END-IF
        PERFORM UNTIL EOF = 1
        READ TMP-RETENIDOS
        AT END
        MOVE 1 TO EOF
        NOT AT END
        MOVE TMP-RECORD TO LINEA-ARCHIVO
        IF FLAG-FASE-AUDITORIA = 1
        MOVE LINEA-ARCHIVO TO LOG-RECORD
        WRITE REGISTRO-AUDITORIA
        ELSE
        WRITE HISTORICO FROM LINEA-ARCHIVO
        END-IF
        END-READ
        END-PERFORM
        MOVE 0 TO EOF
        CLOSE TMP-RETENIDOS
        IF FLAG-FASE-AUDITORIA = 1
        CLOSE LOG-AUDITORIA
        ELSE
        CLOSE CSV-HISTORICO
        END-IF
        EXIT.

        MANTENER-MAESTRO.
        DISPLAY "TOPSIS-RIM MANTENIMIENTO DEL MAESTRO DE"
        " ALTERNATIVAS"
        OPEN I-O MAESTRO-ALTERNATIVAS
        IF ESTADO-MAESTRO = "35"
        OPEN OUTPUT MAESTRO-ALTERNATIVAS
        CLOSE MAESTRO-ALTERNATIVAS
        OPEN I-O MAESTRO-ALTERNATIVAS
        END-IF
        IF ESTADO-MAESTRO NOT = "00"
        DISPLAY "NO SE PUEDE ABRIR MAESTRO-ALTERNATIVAS.DAT"
        " (ESTADO " ESTADO-MAESTRO ")"
        PERFORM LIBERAR-BLOQUEO
        STOP RUN RETURNING 1
        END-IF
        MOVE 0 TO FLAG-FIN-MAESTRO
        PERFORM UNTIL FLAG-FIN-MAESTRO = 1
        DISPLAY " "
        DISPLAY "[1] AGREGAR  [2] RENOMBRAR  [3] DESACTIVAR"
        DISPLAY "[4] ACTIVAR  [5] LISTAR     [6] SALIR"
        ACCEPT OPCION-MAESTRO
        EVALUATE OPCION-MAESTRO
        WHEN 1
        PERFORM AGREGAR-MAESTRO
        WHEN 2
        PERFORM RENOMBRAR-MAESTRO
        WHEN 3
        MOVE "I" TO MAE-ESTADO
        PERFORM CAMBIAR-ESTADO-MAESTRO
        WHEN 4
        MOVE "A" TO MAE-ESTADO
        PERFORM CAMBIAR-ESTADO-MAESTRO
        WHEN 5
        PERFORM LISTAR-MAESTRO
        WHEN 6
        MOVE 1 TO FLAG-FIN-MAESTRO
        WHEN OTHER
        DISPLAY "OPCION INVALIDA"
        END-EVALUATE
        END-PERFORM
        CLOSE MAESTRO-ALTERNATIVAS
        MOVE 0 TO FLAG-FIN-MAESTRO
        EXIT.

        AGREGAR-MAESTRO.
        DISPLAY "INGRESE EL ID (HASTA 8 CARACTERES)"
        ACCEPT CAMPO-ID-MAE
        DISPLAY "INGRESE EL NOMBRE A MOSTRAR"
        ACCEPT CAMPO-NOMBRE-MAE
        DISPLAY "INGRESE LA DESCRIPCION"
        ACCEPT CAMPO-DESC-MAE
        IF CAMPO-ID-MAE = SPACES OR CAMPO-NOMBRE-MAE = SPACES
        DISPLAY "ID Y NOMBRE SON OBLIGATORIOS"
        ELSE
        MOVE CAMPO-ID-MAE TO MAE-ID
        MOVE CAMPO-NOMBRE-MAE TO MAE-NOMBRE
        MOVE CAMPO-DESC-MAE TO MAE-DESCRIPCION
        MOVE "A" TO MAE-ESTADO
        WRITE REGISTRO-MAESTRO
        INVALID KEY
        DISPLAY "EL ID " MAE-ID " YA EXISTE EN EL MAESTRO"
        NOT INVALID KEY
        DISPLAY "ALTERNATIVA " MAE-ID " AGREGADA"
        END-WRITE
        END-IF
        EXIT.

        LEER-REGISTRO-MAESTRO.
        MOVE 0 TO FLAG-LEIDO-MAESTRO
        DISPLAY "INGRESE EL ID"
        ACCEPT CAMPO-ID-MAE
        MOVE CAMPO-ID-MAE TO MAE-ID
        READ MAESTRO-ALTERNATIVAS
        INVALID KEY
        DISPLAY "EL ID " CAMPO-ID-MAE " NO EXISTE EN EL MAESTRO"
        NOT INVALID KEY
        MOVE 1 TO FLAG-LEIDO-MAESTRO
        END-READ
        EXIT.

        RENOMBRAR-MAESTRO.
        PERFORM LEER-REGISTRO-MAESTRO
        IF FLAG-LEIDO-MAESTRO = 1
        DISPLAY "NOMBRE ACTUAL: " MAE-NOMBRE
        DISPLAY "INGRESE EL NUEVO NOMBRE"
        ACCEPT CAMPO-NOMBRE-MAE
        IF CAMPO-NOMBRE-MAE = SPACES
        DISPLAY "EL NOMBRE NO PUEDE QUEDAR VACIO"
        ELSE
        MOVE CAMPO-NOMBRE-MAE TO MAE-NOMBRE
        REWRITE REGISTRO-MAESTRO
        INVALID KEY
        DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
        NOT INVALID KEY
        DISPLAY "ALTERNATIVA " MAE-ID " RENOMBRADA"
        END-REWRITE
        END-IF
        END-IF
        EXIT.

        CAMBIAR-ESTADO-MAESTRO.
        MOVE MAE-ESTADO TO CAMPO-DESC-MAE (1:1)
        PERFORM LEER-REGISTRO-MAESTRO
        IF FLAG-LEIDO-MAESTRO = 1
        MOVE CAMPO-DESC-MAE (1:1) TO MAE-ESTADO
        REWRITE REGISTRO-MAESTRO
        INVALID KEY
        DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
        NOT INVALID KEY
        IF MAE-ESTADO = "A"
        DISPLAY "ALTERNATIVA " MAE-ID " ACTIVADA"
        ELSE
        DISPLAY "ALTERNATIVA " MAE-ID " DESACTIVADA"
        END-IF
        END-REWRITE
        END-IF
        EXIT.

        LISTAR-MAESTRO.
        MOVE LOW-VALUES TO MAE-ID
        START MAESTRO-ALTERNATIVAS KEY NOT < MAE-ID
        INVALID KEY
        DISPLAY "EL MAESTRO ESTA VACIO"
        NOT INVALID KEY
        DISPLAY "ID        NOMBRE                EST  DESCRIPCION"
        PERFORM UNTIL EOF = 1
        READ MAESTRO-ALTERNATIVAS NEXT
        AT END
        MOVE 1 TO EOF
        NOT AT END
        DISPLAY MAE-ID "  " MAE-NOMBRE "  " MAE-ESTADO "   "
            MAE-DESCRIPCION (1:40)
        END-READ
        END-PERFORM
        MOVE 0 TO EOF
        END-START
        EXIT.

        MANTENER-CRITERIOS.
        DISPLAY "TOPSIS-RIM MANTENIMIENTO DEL MAESTRO DE"
        " CRITERIOS"
        OPEN I-O MAESTRO-CRITERIOS
        IF ESTADO-MAESTRO-CRIT = "35"
        OPEN OUTPUT MAESTRO-CRITERIOS
        CLOSE MAESTRO-CRITERIOS
        OPEN I-O MAESTRO-CRITERIOS
        END-IF
        IF ESTADO-MAESTRO-CRIT NOT = "00"
        DISPLAY "NO SE PUEDE ABRIR MAESTRO-CRITERIOS.DAT"
        " (ESTADO " ESTADO-MAESTRO-CRIT ")"
        PERFORM LIBERAR-BLOQUEO
        STOP RUN RETURNING 1
        END-IF
        MOVE 0 TO FLAG-FIN-MAESTRO
        PERFORM UNTIL FLAG-FIN-MAESTRO = 1
        DISPLAY " "
        DISPLAY "[1] AGREGAR  [2] MODIFICAR  [3] DESACTIVAR"
        DISPLAY "[4] ACTIVAR  [5] LISTAR     [6] SALIR"
        ACCEPT OPCION-MAESTRO
        EVALUATE OPCION-MAESTRO
        WHEN 1
        PERFORM AGREGAR-CRITERIO
        WHEN 2
        PERFORM MODIFICAR-CRITERIO
        WHEN 3
        MOVE "I" TO ESTADO-NUEVO-MCR
        PERFORM CAMBIAR-ESTADO-CRITERIO
        WHEN 4
        MOVE "A" TO ESTADO-NUEVO-MCR
        PERFORM CAMBIAR-ESTADO-CRITERIO
        WHEN 5
        PERFORM LISTAR-CRITERIOS
        WHEN 6
        MOVE 1 TO FLAG-FIN-MAESTRO
        WHEN OTHER
        DISPLAY "OPCION INVALIDA"
        END-EVALUATE
        END-PERFORM
        CLOSE MAESTRO-CRITERIOS
        MOVE 0 TO FLAG-FIN-MAESTRO
        EXIT.

        AGREGAR-CRITERIO.
        DISPLAY "INGRESE EL ID (HASTA 8 CARACTERES, INICIA CON LETRA)"
        ACCEPT CAMPO-ID-MCR
        DISPLAY "INGRESE EL NOMBRE DEL CRITERIO"
        ACCEPT CAMPO-NOMBRE-MCR
        DISPLAY "INGRESE LA UNIDAD DE MEDIDA"
        ACCEPT CAMPO-UNIDAD-MCR
        DISPLAY "INGRESE EL SENTIDO (BENEFICIO O COSTO)"
        ACCEPT CAMPO-SENTIDO-MCR
        DISPLAY "INGRESE EL PESO POR DEFECTO (0 A 1)"
        ACCEPT CAMPO-PESO-MCR
        DISPLAY "INGRESE LA CATEGORIA"
        ACCEPT CAMPO-CATEGORIA-MCR
        MOVE 1 TO FLAG-DATOS-MCR
        IF CAMPO-ID-MCR = SPACES OR CAMPO-NOMBRE-MCR = SPACES
        DISPLAY "ID Y NOMBRE SON OBLIGATORIOS"
        MOVE 0 TO FLAG-DATOS-MCR
        END-IF
        IF FLAG-DATOS-MCR = 1
        AND (CAMPO-ID-MCR (1:1) IS NOT ALPHABETIC
        OR CAMPO-ID-MCR (1:1) = SPACE)
        DISPLAY "EL ID DEBE INICIAR CON UNA LETRA"
        MOVE 0 TO FLAG-DATOS-MCR
        END-IF
        IF FLAG-DATOS-MCR = 1
        PERFORM VALIDAR-CAMPOS-CRITERIO
        END-IF
        IF FLAG-DATOS-MCR = 1
        MOVE CAMPO-ID-MCR TO MCR-ID
        MOVE CAMPO-NOMBRE-MCR TO MCR-NOMBRE
        MOVE CAMPO-UNIDAD-MCR TO MCR-UNIDAD
        MOVE CAMPO-SENTIDO-MCR TO MCR-SENTIDO
        MOVE PESO-MCR-LEIDO TO MCR-PESO
        MOVE CAMPO-CATEGORIA-MCR TO MCR-CATEGORIA
        MOVE "A" TO MCR-ESTADO
        WRITE REGISTRO-CRITERIO
        INVALID KEY
        DISPLAY "EL ID " MCR-ID " YA EXISTE EN EL MAESTRO"
        NOT INVALID KEY
        DISPLAY "CRITERIO " MCR-ID " AGREGADO"
        END-WRITE
        END-IF
        EXIT.

        VALIDAR-CAMPOS-CRITERIO.
        IF CAMPO-SENTIDO-MCR NOT = "BENEFICIO"
        AND CAMPO-SENTIDO-MCR NOT = "COSTO"
        DISPLAY "EL SENTIDO DEBE SER BENEFICIO O COSTO"
        MOVE 0 TO FLAG-DATOS-MCR
        END-IF
        MOVE 0 TO PESO-MCR-LEIDO
        IF CAMPO-PESO-MCR NOT = SPACES
        MOVE CAMPO-PESO-MCR TO NUMERO
        INSPECT NUMERO REPLACING ALL "," BY "."
        PERFORM VALIDAR-NUMERO
        IF FLAG-NUMERO-VALIDO = 1
        COMPUTE PESO-MCR-LEIDO = FUNCTION NUMVAL (NUMERO)
        END-IF
        MOVE SPACES TO NUMERO
        IF FLAG-NUMERO-VALIDO = 0
        OR PESO-MCR-LEIDO < 0 OR PESO-MCR-LEIDO > 1
        DISPLAY "EL PESO POR DEFECTO DEBE SER UN NUMERO DE 0 A 1"
        MOVE 0 TO FLAG-DATOS-MCR
        END-IF
        END-IF
        EXIT.

        LEER-REGISTRO-CRITERIO.
        MOVE 0 TO FLAG-LEIDO-MCR
        DISPLAY "INGRESE EL ID"
        ACCEPT CAMPO-ID-MCR
        MOVE CAMPO-ID-MCR TO MCR-ID
        READ MAESTRO-CRITERIOS
        INVALID KEY
        DISPLAY "EL ID " CAMPO-ID-MCR " NO EXISTE EN EL MAESTRO"
        NOT INVALID KEY
        MOVE 1 TO FLAG-LEIDO-MCR
        END-READ
        EXIT.

        MODIFICAR-CRITERIO.
        PERFORM LEER-REGISTRO-CRITERIO
        IF FLAG-LEIDO-MCR = 1
        MOVE MCR-PESO TO PESO-MCR-EDIT
        DISPLAY "DEJE EN BLANCO LOS DATOS QUE NO CAMBIAN"
        DISPLAY "NOMBRE ACTUAL: " MCR-NOMBRE
        ACCEPT CAMPO-NOMBRE-MCR
        DISPLAY "UNIDAD ACTUAL: " MCR-UNIDAD
        ACCEPT CAMPO-UNIDAD-MCR
        DISPLAY "SENTIDO ACTUAL: " MCR-SENTIDO
        ACCEPT CAMPO-SENTIDO-MCR
        DISPLAY "PESO POR DEFECTO ACTUAL: " PESO-MCR-EDIT
        ACCEPT CAMPO-PESO-MCR
        DISPLAY "CATEGORIA ACTUAL: " MCR-CATEGORIA
        ACCEPT CAMPO-CATEGORIA-MCR
        IF CAMPO-NOMBRE-MCR = SPACES
        MOVE MCR-NOMBRE TO CAMPO-NOMBRE-MCR
        END-IF
        IF CAMPO-UNIDAD-MCR = SPACES
        MOVE MCR-UNIDAD TO CAMPO-UNIDAD-MCR
        END-IF
        IF CAMPO-SENTIDO-MCR = SPACES
        MOVE MCR-SENTIDO TO CAMPO-SENTIDO-MCR
        END-IF
        IF CAMPO-PESO-MCR = SPACES
        MOVE PESO-MCR-EDIT TO CAMPO-PESO-MCR
        END-IF
        IF CAMPO-CATEGORIA-MCR = SPACES
        MOVE MCR-CATEGORIA TO CAMPO-CATEGORIA-MCR
        END-IF
        MOVE 1 TO FLAG-DATOS-MCR
        PERFORM VALIDAR-CAMPOS-CRITERIO
        IF FLAG-DATOS-MCR = 1
        MOVE CAMPO-NOMBRE-MCR TO MCR-NOMBRE
        MOVE CAMPO-UNIDAD-MCR TO MCR-UNIDAD
        MOVE CAMPO-SENTIDO-MCR TO MCR-SENTIDO
        MOVE PESO-MCR-LEIDO TO MCR-PESO
        MOVE CAMPO-CATEGORIA-MCR TO MCR-CATEGORIA
        REWRITE REGISTRO-CRITERIO
        INVALID KEY
        DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
        NOT INVALID KEY
        DISPLAY "CRITERIO " MCR-ID " MODIFICADO"
        END-REWRITE
        END-IF
        END-IF
        EXIT.

        CAMBIAR-ESTADO-CRITERIO.
        PERFORM LEER-REGISTRO-CRITERIO
        IF FLAG-LEIDO-MCR = 1
        MOVE ESTADO-NUEVO-MCR TO MCR-ESTADO
        REWRITE REGISTRO-CRITERIO
        INVALID KEY
        DISPLAY "NO SE PUDO ACTUALIZAR EL REGISTRO"
        NOT INVALID KEY
        IF MCR-ESTADO = "A"
        DISPLAY "CRITERIO " MCR-ID " ACTIVADO"
        ELSE
        DISPLAY "CRITERIO " MCR-ID " DESACTIVADO"
        END-IF
        END-REWRITE
        END-IF
        EXIT.

        LISTAR-CRITERIOS.
        MOVE LOW-VALUES TO MCR-ID
        START MAESTRO-CRITERIOS KEY NOT < MCR-ID
        INVALID KEY
        DISPLAY "EL MAESTRO ESTA VACIO"
        NOT INVALID KEY
        DISPLAY "ID        NOMBRE                UNIDAD      SENTIDO"
        "    PESO    EST  CATEGORIA"
        PERFORM UNTIL EOF = 1
        READ MAESTRO-CRITERIOS NEXT
        AT END
        MOVE 1 TO EOF
        NOT AT END
        MOVE MCR-PESO TO PESO-MCR-EDIT
        DISPLAY MCR-ID "  " MCR-NOMBRE "  " MCR-UNIDAD "  "
            MCR-SENTIDO "  " PESO-MCR-EDIT "  " MCR-ESTADO "    "
            MCR-CATEGORIA
        END-READ
        END-PERFORM
        MOVE 0 TO EOF
        END-START
        EXIT.

        REPRODUCIR-CORRIDA.
        DISPLAY "TOPSIS-RIM REPRODUCCION DE UNA CORRIDA ARCHIVADA"
        IF PARAMETRO-EXTRA = SPACES
        DISPLAY "INDIQUE LA CORRIDA: REPRODUCIR <ID-CORRIDA>"
        PERFORM LIBERAR-BLOQUEO
        STOP RUN RETURNING 1
        END-IF
        MOVE PARAMETRO-EXTRA TO ID-CORRIDA
        MOVE 1 TO FLAG-REPRODUCCION
        MOVE 1 TO FLAG-BATCH
        PERFORM GENERAR-NOMBRES-DEFECTO
        PERFORM DESEMPACAR-INSTANTANEA
        IF NUMERO-ORIGINALES = 0
        DISPLAY "LA INSTANTANEA DE " FUNCTION TRIM (ID-CORRIDA)
            " NO CONTIENE RESULTADOS PARA COMPARAR"
        PERFORM LIBERAR-BLOQUEO
        STOP RUN RETURNING 1
        END-IF
        DISPLAY "CORRIDA " ID-CORRIDA "  ESCENARIO "
            FUNCTION TRIM (ESCENARIO-EN-CURSO)
            "  FUENTE " FUNCTION TRIM (FUENTE-DATOS)
        PERFORM LEER-ARCHIVO
        PERFORM PROCESAR-PROBLEMA
        PERFORM COMPARAR-REPRODUCCION
        IF DIFERENCIAS-REPRO > 0
        MOVE 7 TO RETURN-CODE
        END-IF
        EXIT.

        DESEMPACAR-INSTANTANEA.
        MOVE SPACES TO ARCHIVO-INSTANTANEA
        STRING "INSTANTANEA-" DELIMITED BY SIZE
            FUNCTION TRIM (ID-CORRIDA) DELIMITED BY SIZE
            ".DAT" DELIMITED BY SIZE
        INTO ARCHIVO-INSTANTANEA
        END-STRING
        OPEN INPUT ARC-INSTANTANEA
        IF ESTADO-INSTANTANEA NOT = "00"
        DISPLAY "NO EXISTE LA INSTANTANEA "
            FUNCTION TRIM (ARCHIVO-INSTANTANEA)
            " (ESTADO " ESTADO-INSTANTANEA ")"
        PERFORM LIBERAR-BLOQUEO
        STOP RUN RETURNING 1
        END-IF
        MOVE "COMPARACIONES" TO ETIQUETA-COPIA
        PERFORM ARMAR-NOMBRE-REPRO
        MOVE ARCHIVO-COPIA TO ARCHIVO-COMPARACIONES
        MOVE "PESOS" TO ETIQUETA-COPIA
        PERFORM ARMAR-NOMBRE-REPRO
        MOVE ARCHIVO-COPIA TO ARCHIVO-PESOS
        MOVE "ESCALAS" TO ETIQUETA-COPIA
        PERFORM ARMAR-NOMBRE-REPRO
        MOVE ARCHIVO-COPIA TO ARCHIVO-ESCALAS
        MOVE "PAGOS" TO ETIQUETA-COPIA
        PERFORM ARMAR-NOMBRE-REPRO
        MOVE ARCHIVO-COPIA TO ARCHIVO-PAGOS
        MOVE "SOLUCIONES" TO ETIQUETA-COPIA
        PERFORM ARMAR-NOMBRE-REPRO
        MOVE ARCHIVO-COPIA TO ARCHIVO-SOLUCIONES
        MOVE "NOMBRES" TO ETIQUETA-COPIA
        PERFORM ARMAR-NOMBRE-REPRO
        MOVE ARCHIVO-COPIA TO ARCHIVO-NOMBRES
        MOVE "CATEGORIAS" TO ETIQUETA-COPIA
        PERFORM ARMAR-NOMBRE-REPRO
        MOVE ARCHIVO-COPIA TO ARCHIVO-CATEGORIAS
        MOVE "UMBRALES" TO ETIQUETA-COPIA
        PERFORM ARMAR-NOMBRE-REPRO
        MOVE ARCHIVO-COPIA TO ARCHIVO-UMBRALES
        MOVE 0 TO FLAG-COPIA-ABIERTA
        MOVE 0 TO NUMERO-ORIGINALES
        PERFORM UNTIL EOF = 1
        READ ARC-INSTANTANEA
        AT END
        MOVE 1 TO EOF
        NOT AT END
        PERFORM SEPARAR-INSTANTANEA
        END-READ
        END-PERFORM
        MOVE 0 TO EOF
        IF FLAG-COPIA-ABIERTA = 1
        CLOSE CSV-COPIA
        MOVE 0 TO FLAG-COPIA-ABIERTA
        END-IF
        CLOSE ARC-INSTANTANEA
        EXIT.

        ARMAR-NOMBRE-REPRO.
        MOVE SPACES TO ARCHIVO-COPIA
        STRING "REPRO-" DELIMITED BY SIZE
            FUNCTION TRIM (ID-CORRIDA) DELIMITED BY SIZE
            "-" DELIMITED BY SIZE
            FUNCTION TRIM (ETIQUETA-COPIA) DELIMITED BY SIZE
            ".csv" DELIMITED BY SIZE
        INTO ARCHIVO-COPIA
        END-STRING
        EXIT.

        SEPARAR-INSTANTANEA.
        EVALUATE INS-RECORD (1:1)
        WHEN "C"
        MOVE INS-RECORD TO REG-INS-CONTROL
        MOVE INS-CTL-FUENTE TO FUENTE-DATOS
        MOVE INS-CTL-ESCENARIO TO ESCENARIO-EN-CURSO
        MOVE INS-CTL-VECTORIAL TO FLAG-VECTORIAL
        MOVE INS-CTL-ENTROPIA TO FLAG-ENTROPIA
        MOVE INS-CTL-OPCIONES TO OPCIONES-CORRIDA
        PERFORM INTERPRETAR-OPCIONES
        WHEN "A"
        IF FLAG-COPIA-ABIERTA = 1
        CLOSE CSV-COPIA
        END-IF
        MOVE INS-RECORD TO REG-INS-ARCHIVO
        MOVE INS-ARC-ETIQUETA TO ETIQUETA-COPIA
        PERFORM ARMAR-NOMBRE-REPRO
        OPEN OUTPUT CSV-COPIA
        MOVE 1 TO FLAG-COPIA-ABIERTA
        WHEN "L"
        IF FLAG-COPIA-ABIERTA = 1
        MOVE INS-RECORD TO REG-INS-LINEA
        MOVE INS-LIN-TEXTO TO CSV-RECORD OF COPIA
        WRITE COPIA
        END-IF
        WHEN "R"
        IF FLAG-COPIA-ABIERTA = 1
        CLOSE CSV-COPIA
        MOVE 0 TO FLAG-COPIA-ABIERTA
        END-IF
        IF NUMERO-ORIGINALES < LIMITE-MAXIMO
        ADD 1 TO NUMERO-ORIGINALES
        MOVE INS-RECORD TO REG-INS-RESULTADO
        MOVE INS-RES-NOMBRE TO ORIG-NOMBRE (NUMERO-ORIGINALES)
        MOVE INS-RES-ID TO ORIG-ID (NUMERO-ORIGINALES)
        MOVE INS-RES-PUESTO TO ORIG-PUESTO (NUMERO-ORIGINALES)
        COMPUTE ORIG-INDICE (NUMERO-ORIGINALES) =
            FUNCTION NUMVAL (INS-RES-INDICE)
        END-IF
        END-EVALUATE
        EXIT.

        COMPARAR-REPRODUCCION.
        MOVE 0 TO DIFERENCIAS-REPRO
        MOVE SPACES TO ARCHIVO-REPRODUCCION
        STRING "REPRODUCCION-" DELIMITED BY SIZE
            FUNCTION TRIM (ID-CORRIDA) DELIMITED BY SIZE
            ".TXT" DELIMITED BY SIZE
        INTO ARCHIVO-REPRODUCCION
        END-STRING
        OPEN OUTPUT RPT-REPRODUCCION
        MOVE SPACES TO LINEA-REPRODUCCION
        STRING "REPRODUCCION DE LA CORRIDA " DELIMITED BY SIZE
            ID-CORRIDA DELIMITED BY SIZE
            "  ESCENARIO " DELIMITED BY SIZE
            FUNCTION TRIM (ESCENARIO-EN-CURSO) DELIMITED BY SIZE
            "  EJECUTADA " DELIMITED BY SIZE
            MARCA-TIEMPO (1:14) DELIMITED BY SIZE
            "  CORRIDA NUMERO " DELIMITED BY SIZE
            NUMERO-CORRIDA DELIMITED BY SIZE
        INTO LINEA-REPRODUCCION
        END-STRING
        PERFORM ESCRIBIR-LINEA-REPRODUCCION
        MOVE SPACES TO LINEA-REPRODUCCION
        MOVE ALL "=" TO LINEA-REPRODUCCION (1:78)
        PERFORM ESCRIBIR-LINEA-REPRODUCCION
        MOVE SPACES TO LINEA-REPRODUCCION
        MOVE "ALTERNATIVA" TO LINEA-REPRODUCCION (1:11)
        MOVE "PUESTO" TO LINEA-REPRODUCCION (23:6)
        MOVE "PUESTO" TO LINEA-REPRODUCCION (31:6)
        MOVE "IR" TO LINEA-REPRODUCCION (39:2)
        MOVE "IR" TO LINEA-REPRODUCCION (48:2)
        MOVE "RESULTADO" TO LINEA-REPRODUCCION (57:9)
        PERFORM ESCRIBIR-LINEA-REPRODUCCION
        MOVE SPACES TO LINEA-REPRODUCCION
        MOVE "ORIG." TO LINEA-REPRODUCCION (23:5)
        MOVE "REPR." TO LINEA-REPRODUCCION (31:5)
        MOVE "ORIG." TO LINEA-REPRODUCCION (39:5)
        MOVE "REPR." TO LINEA-REPRODUCCION (48:5)
        PERFORM ESCRIBIR-LINEA-REPRODUCCION
        IF NUMERO-ALTERNATIVAS NOT = NUMERO-ORIGINALES
        ADD 1 TO DIFERENCIAS-REPRO
        MOVE SPACES TO LINEA-REPRODUCCION
        MOVE NUMERO-ORIGINALES TO CANTIDAD-ORIG-EDIT
        MOVE NUMERO-ALTERNATIVAS TO CANTIDAD-REPR-EDIT
        STRING "CANTIDAD DE ALTERNATIVAS DISTINTA: ORIGINAL "
            DELIMITED BY SIZE
            CANTIDAD-ORIG-EDIT DELIMITED BY SIZE
            " REPRODUCIDA " DELIMITED BY SIZE
            CANTIDAD-REPR-EDIT DELIMITED BY SIZE
        INTO LINEA-REPRODUCCION
        END-STRING
        PERFORM ESCRIBIR-LINEA-REPRODUCCION
        END-IF
        MOVE 1 TO I
        PERFORM NUMERO-ORIGINALES TIMES
        MOVE SPACES TO LINEA-REPRODUCCION
        MOVE ORIG-NOMBRE (I) TO LINEA-REPRODUCCION (1:20)
        MOVE ORIG-PUESTO (I) TO LINEA-REPRODUCCION (25:2)
        MOVE ORIG-INDICE (I) TO INDICE-EDIT
        MOVE INDICE-EDIT TO LINEA-REPRODUCCION (38:7)
        IF I > NUMERO-ALTERNATIVAS
        ADD 1 TO DIFERENCIAS-REPRO
        MOVE "NO REPRODUCIDA" TO LINEA-REPRODUCCION (57:14)
        ELSE
        MOVE RANKING-POS OF RANKING-ALTERNATIVA (I)
        TO LINEA-REPRODUCCION (33:2)
        MOVE INDICE (I) TO INDICE-EDIT
        MOVE INDICE-EDIT TO LINEA-REPRODUCCION (47:7)
        IF NOMBRE-ALTERNATIVA (I) = ORIG-NOMBRE (I)
        AND RANKING-POS OF RANKING-ALTERNATIVA (I) = ORIG-PUESTO (I)
        AND INDICE (I) = ORIG-INDICE (I)
        MOVE "COINCIDE" TO COINCIDE-EDIT
        ELSE
        MOVE "DIFIERE" TO COINCIDE-EDIT
        ADD 1 TO DIFERENCIAS-REPRO
        END-IF
        MOVE COINCIDE-EDIT TO LINEA-REPRODUCCION (57:9)
        END-IF
        PERFORM ESCRIBIR-LINEA-REPRODUCCION
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        MOVE SPACES TO LINEA-REPRODUCCION
        PERFORM ESCRIBIR-LINEA-REPRODUCCION
        MOVE SPACES TO LINEA-REPRODUCCION
        IF DIFERENCIAS-REPRO = 0
        MOVE "RESULTADO: RANKING E INDICES IR IDENTICOS AL ORIGINAL"
            TO LINEA-REPRODUCCION
        ELSE
        MOVE DIFERENCIAS-REPRO TO CANTIDAD-REPR-EDIT
        STRING "RESULTADO: LA REPRODUCCION DIFIERE EN "
            DELIMITED BY SIZE
            FUNCTION TRIM (CANTIDAD-REPR-EDIT) DELIMITED BY SIZE
            " PUNTO(S) DEL ORIGINAL" DELIMITED BY SIZE
        INTO LINEA-REPRODUCCION
        END-STRING
        END-IF
        PERFORM ESCRIBIR-LINEA-REPRODUCCION
        DISPLAY FUNCTION TRIM (LINEA-REPRODUCCION)
        CLOSE RPT-REPRODUCCION
        DISPLAY "DETALLE EN " FUNCTION TRIM (ARCHIVO-REPRODUCCION)
        EXIT.

        ESCRIBIR-LINEA-REPRODUCCION.
        MOVE LINEA-REPRODUCCION TO RPT-RECORD OF REPRODUCCION
        WRITE REPRODUCCION
        EXIT.

        APROBAR-CORRIDAS.
        DISPLAY "TOPSIS-RIM REGISTRO DE DECISIONES DEL COMITE"
        PERFORM CARGAR-APROBADORES
        IF NUMERO-APROBADORES = 0
        DISPLAY "NO HAY APROBADORES AUTORIZADOS EN APROBADORES.csv"
        PERFORM LIBERAR-BLOQUEO
        STOP RUN RETURNING 1
        END-IF
        DISPLAY "INGRESE SU CODIGO DE APROBADOR"
        ACCEPT CAMPO-APROBADOR
        PERFORM UBICAR-APROBADOR
        IF POS-APROBADOR = 0
        DISPLAY "EL CODIGO " CAMPO-APROBADOR
            " NO ESTA AUTORIZADO PARA APROBAR"
        PERFORM LIBERAR-BLOQUEO
        STOP RUN RETURNING 1
        END-IF
        DISPLAY "APROBADOR: " APR-NOMBRE (POS-APROBADOR)
        MOVE 0 TO FLAG-FIN-APROBAR
        PERFORM UNTIL FLAG-FIN-APROBAR = 1
        PERFORM CARGAR-DECISIONES
        PERFORM CARGAR-PENDIENTES
        IF NUMERO-PENDIENTES = 0
        DISPLAY "NO HAY CORRIDAS PENDIENTES DE DECISION"
        MOVE 1 TO FLAG-FIN-APROBAR
        ELSE
        PERFORM LISTAR-PENDIENTES
        DISPLAY "SELECCIONE LA CORRIDA A DECIDIR (0 = SALIR)"
        MOVE 0 TO OPCION-PENDIENTE
        ACCEPT OPCION-PENDIENTE
        IF OPCION-PENDIENTE = 0
        MOVE 1 TO FLAG-FIN-APROBAR
        ELSE
        IF OPCION-PENDIENTE > NUMERO-PENDIENTES
        DISPLAY "OPCION INVALIDA"
        ELSE
        PERFORM DECIDIR-CORRIDA
        END-IF
        END-IF
        END-IF
        END-PERFORM
        MOVE 0 TO FLAG-FIN-APROBAR
        EXIT.

        CARGAR-APROBADORES.
        MOVE 0 TO NUMERO-APROBADORES
        OPEN INPUT CSV-APROBADORES
        IF ESTADO-APROBADORES NOT = "00"
        DISPLAY "NO SE PUEDE LEER APROBADORES.csv (ESTADO "
            ESTADO-APROBADORES ")"
        ELSE
        PERFORM UNTIL EOF = 1
        READ CSV-APROBADORES
        AT END
        MOVE 1 TO EOF
        NOT AT END
        PERFORM SEPARAR-APROBADOR
        END-READ
        END-PERFORM
        MOVE 0 TO EOF
        CLOSE CSV-APROBADORES
        END-IF
        EXIT.

        SEPARAR-APROBADOR.
        MOVE CSV-RECORD OF APROBADORES TO RESTO
        IF RESTO NOT = SPACES
        AND NUMERO-APROBADORES < LIMITE-APROBADORES
        PERFORM DETECTAR-DELIMITADOR
        ADD 1 TO NUMERO-APROBADORES
        MOVE SPACES TO TABLA-APROBADORES (NUMERO-APROBADORES)
        UNSTRING RESTO DELIMITED BY DELIMITADOR
        INTO APR-ID (NUMERO-APROBADORES)
            APR-NOMBRE (NUMERO-APROBADORES)
            APR-ESTADO (NUMERO-APROBADORES)
        END-UNSTRING
        IF APR-ID (NUMERO-APROBADORES) = "ID"
        OR APR-ID (NUMERO-APROBADORES) = SPACES
        SUBTRACT 1 FROM NUMERO-APROBADORES
        END-IF
        END-IF
        EXIT.

        UBICAR-APROBADOR.
        MOVE 0 TO POS-APROBADOR
        PERFORM NUMERO-APROBADORES TIMES
        IF APR-ID (POSS) = CAMPO-APROBADOR
        AND CAMPO-APROBADOR NOT = SPACES
        AND APR-ESTADO (POSS) NOT = "I"
        MOVE POSS TO POS-APROBADOR
        END-IF
        ADD 1 TO POSS
        END-PERFORM
        MOVE 1 TO POSS
        EXIT.

        CARGAR-DECISIONES.
        MOVE 0 TO NUMERO-DECIDIDAS
        OPEN INPUT CSV-DECISIONES
        IF ESTADO-DECISIONES = "00"
        PERFORM UNTIL EOF = 1
        READ CSV-DECISIONES
        AT END
        MOVE 1 TO EOF
        NOT AT END
        IF CSV-RECORD OF DECISIONES NOT = SPACES
        AND NUMERO-DECIDIDAS < LIMITE-DECIDIDAS
        ADD 1 TO NUMERO-DECIDIDAS
        UNSTRING CSV-RECORD OF DECISIONES DELIMITED BY ","
        INTO CORRIDA-DECIDIDA (NUMERO-DECIDIDAS)
        END-UNSTRING
        END-IF
        END-READ
        END-PERFORM
        MOVE 0 TO EOF
        CLOSE CSV-DECISIONES
        END-IF
        EXIT.

        CARGAR-PENDIENTES.
        MOVE 0 TO NUMERO-PENDIENTES
        OPEN INPUT LOG-AUDITORIA
        IF ESTADO-AUDITORIA NOT = "00"
        DISPLAY "NO SE PUEDE LEER AUDITORIA.LOG (ESTADO "
            ESTADO-AUDITORIA ")"
        ELSE
        PERFORM UNTIL EOF = 1
        READ LOG-AUDITORIA
        AT END
        MOVE 1 TO EOF
        NOT AT END
        PERFORM SEPARAR-PENDIENTE
        END-READ
        END-PERFORM
        MOVE 0 TO EOF
        CLOSE LOG-AUDITORIA
        END-IF
        EXIT.

        SEPARAR-PENDIENTE.
        MOVE LOG-RECORD TO RESTO
        MOVE SPACES TO RESTO-RESUMEN
        UNSTRING RESTO DELIMITED BY "CORRIDA="
        INTO BASURA-RESUMEN RESTO-RESUMEN
        END-UNSTRING
        IF RESTO-RESUMEN NOT = SPACES
        MOVE SPACES TO CORRIDA-TOKEN
        UNSTRING RESTO-RESUMEN DELIMITED BY " "
        INTO CORRIDA-TOKEN
        END-UNSTRING
        MOVE 0 TO FLAG-DECIDIDA
        MOVE 1 TO POS-DECIDIDA
        PERFORM NUMERO-DECIDIDAS TIMES
        IF CORRIDA-DECIDIDA (POS-DECIDIDA) = CORRIDA-TOKEN
        MOVE 1 TO FLAG-DECIDIDA
        END-IF
        ADD 1 TO POS-DECIDIDA
        END-PERFORM
        IF FLAG-DECIDIDA = 0
        IF NUMERO-PENDIENTES = LIMITE-PENDIENTES
        MOVE 2 TO POSS
        PERFORM UNTIL POSS > LIMITE-PENDIENTES
        MOVE TABLA-PENDIENTES (POSS) TO TABLA-PENDIENTES (POSS - 1)
        ADD 1 TO POSS
        END-PERFORM
        MOVE 1 TO POSS
        ELSE
        ADD 1 TO NUMERO-PENDIENTES
        END-IF
        MOVE SPACES TO TABLA-PENDIENTES (NUMERO-PENDIENTES)
        MOVE CORRIDA-TOKEN TO PEN-CORRIDA (NUMERO-PENDIENTES)
        MOVE SPACES TO RESTO-RESUMEN
        UNSTRING RESTO DELIMITED BY "ESCENARIO="
        INTO BASURA-RESUMEN RESTO-RESUMEN
        END-UNSTRING
        MOVE SPACES TO ESCENARIO-TOKEN
        UNSTRING RESTO-RESUMEN DELIMITED BY " CRITERIOS="
        INTO ESCENARIO-TOKEN
        END-UNSTRING
        MOVE ESCENARIO-TOKEN TO PEN-ESCENARIO (NUMERO-PENDIENTES)
        MOVE SPACES TO RESTO-RESUMEN
        UNSTRING RESTO DELIMITED BY "GANADOR="
        INTO BASURA-RESUMEN RESTO-RESUMEN
        END-UNSTRING
        MOVE SPACES TO GANADOR-TOKEN
        MOVE SPACES TO IR-TOKEN
        UNSTRING RESTO-RESUMEN DELIMITED BY " IR="
        INTO GANADOR-TOKEN IR-TOKEN
        END-UNSTRING
        MOVE GANADOR-TOKEN TO PEN-GANADOR (NUMERO-PENDIENTES)
        MOVE IR-TOKEN TO PEN-IR (NUMERO-PENDIENTES)
        END-IF
        END-IF
        EXIT.

        LISTAR-PENDIENTES.
        DISPLAY " "
        DISPLAY "CORRIDAS SIN DECISION REGISTRADA (LAS MAS RECIENTES)"
        DISPLAY " NRO  CORRIDA            ESCENARIO"
            "                       GANADOR DEL MODELO    IR"
        PERFORM NUMERO-PENDIENTES TIMES
        DISPLAY " " POSS "   " PEN-CORRIDA (POSS) "  "
            PEN-ESCENARIO (POSS) "  " PEN-GANADOR (POSS) "  "
            PEN-IR (POSS)
        ADD 1 TO POSS
        END-PERFORM
        MOVE 1 TO POSS
        EXIT.

        DECIDIR-CORRIDA.
        MOVE PEN-CORRIDA (OPCION-PENDIENTE) TO HIST-CORRIDA
        PERFORM CARGAR-RANKING-CORRIDA
        IF NUMERO-RANKING-CORRIDA = 0 OR POS-MODELO = 0
        DISPLAY "HISTORICO.csv NO CONTIENE EL RANKING DE LA CORRIDA "
            HIST-CORRIDA
        ELSE
        DISPLAY " "
        DISPLAY "CORRIDA " HIST-CORRIDA "  ESCENARIO "
            PEN-ESCENARIO (OPCION-PENDIENTE)
        DISPLAY "PUESTO  ALTERNATIVA           ID        "
            "INDICE-RELACION"
        MOVE 1 TO I
        PERFORM NUMERO-RANKING-CORRIDA TIMES
        PERFORM NUMERO-RANKING-CORRIDA TIMES
        IF RC-PUESTO (POSS) = I
        MOVE RC-INDICE (POSS) TO INDICE-EDIT
        DISPLAY "  " I "    " RC-NOMBRE (POSS) "  " RC-ID (POSS)
            "  " INDICE-EDIT
        END-IF
        ADD 1 TO POSS
        END-PERFORM
        MOVE 1 TO POSS
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        DISPLAY " "
        DISPLAY "[1] ACEPTAR EL GANADOR DEL MODELO ("
            FUNCTION TRIM (RC-NOMBRE (POS-MODELO)) ")"
        DISPLAY "[2] ELEGIR OTRA ALTERNATIVA POR ID DE MAESTRO"
        DISPLAY "[3] VOLVER SIN DECIDIR"
        MOVE 0 TO OPCION-DECISION
        ACCEPT OPCION-DECISION
        EVALUATE OPCION-DECISION
        WHEN 1
        MOVE POS-MODELO TO POS-ELEGIDA
        MOVE "ACEPTA" TO DEC-TIPO
        DISPLAY "COMENTARIO (OPCIONAL)"
        MOVE SPACES TO JUSTIFICACION
        ACCEPT JUSTIFICACION
        PERFORM GRABAR-DECISION
        WHEN 2
        PERFORM SUSTITUIR-GANADOR
        WHEN OTHER
        CONTINUE
        END-EVALUATE
        END-IF
        EXIT.

        CARGAR-RANKING-CORRIDA.
        MOVE 0 TO NUMERO-RANKING-CORRIDA
        MOVE 0 TO POS-MODELO
        OPEN INPUT CSV-HISTORICO
        IF ESTADO-HISTORICO = "00"
        PERFORM UNTIL EOF = 1
        READ CSV-HISTORICO
        AT END
        MOVE 1 TO EOF
        NOT AT END
        PERFORM SEPARAR-RANKING-CORRIDA
        END-READ
        END-PERFORM
        MOVE 0 TO EOF
        CLOSE CSV-HISTORICO
        END-IF
        EXIT.

        SEPARAR-RANKING-CORRIDA.
        MOVE CSV-RECORD OF HISTORICO TO RESTO
        MOVE SPACES TO HIST-MARCA
        MOVE SPACES TO HIST-ESCENARIO
        MOVE SPACES TO HIST-NOMBRE
        MOVE SPACES TO HIST-PUESTO
        MOVE SPACES TO HIST-INDICE
        MOVE SPACES TO HIST-ID
        MOVE SPACES TO CORRIDA-TOKEN
        UNSTRING RESTO DELIMITED BY ','
        INTO HIST-MARCA
            HIST-ESCENARIO
            HIST-NOMBRE
            HIST-PUESTO
            HIST-INDICE
            HIST-ID
            CORRIDA-TOKEN
        END-UNSTRING
        IF CORRIDA-TOKEN = HIST-CORRIDA
        AND NUMERO-RANKING-CORRIDA < LIMITE-MAXIMO
        ADD 1 TO NUMERO-RANKING-CORRIDA
        MOVE HIST-NOMBRE TO RC-NOMBRE (NUMERO-RANKING-CORRIDA)
        MOVE HIST-ID TO RC-ID (NUMERO-RANKING-CORRIDA)
        COMPUTE RC-PUESTO (NUMERO-RANKING-CORRIDA) =
            FUNCTION NUMVAL (HIST-PUESTO)
        COMPUTE RC-INDICE (NUMERO-RANKING-CORRIDA) =
            FUNCTION NUMVAL (HIST-INDICE)
        IF RC-PUESTO (NUMERO-RANKING-CORRIDA) = 1
        AND POS-MODELO = 0
        MOVE NUMERO-RANKING-CORRIDA TO POS-MODELO
        END-IF
        END-IF
        EXIT.

        SUSTITUIR-GANADOR.
        DISPLAY "INGRESE EL ID DE MAESTRO DE LA ALTERNATIVA ELEGIDA"
        MOVE SPACES TO CAMPO-ID-ELEGIDA
        ACCEPT CAMPO-ID-ELEGIDA
        MOVE 0 TO POS-ELEGIDA
        PERFORM NUMERO-RANKING-CORRIDA TIMES
        IF RC-ID (POSS) = CAMPO-ID-ELEGIDA
        AND CAMPO-ID-ELEGIDA NOT = SPACES
        MOVE POSS TO POS-ELEGIDA
        END-IF
        ADD 1 TO POSS
        END-PERFORM
        MOVE 1 TO POSS
        IF POS-ELEGIDA = 0
        DISPLAY "EL ID " CAMPO-ID-ELEGIDA
            " NO CORRESPONDE A UNA ALTERNATIVA DE ESTA CORRIDA"
        ELSE
        IF POS-ELEGIDA = POS-MODELO
        DISPLAY "ES EL GANADOR DEL MODELO, USE LA OPCION [1]"
        ELSE
        MOVE SPACES TO JUSTIFICACION
        MOVE 0 TO INTENTOS-JUSTIFICACION
        PERFORM UNTIL JUSTIFICACION NOT = SPACES
        OR INTENTOS-JUSTIFICACION = 3
        DISPLAY "JUSTIFICACION DE LA SUSTITUCION (OBLIGATORIA)"
        ACCEPT JUSTIFICACION
        ADD 1 TO INTENTOS-JUSTIFICACION
        END-PERFORM
        IF JUSTIFICACION = SPACES
        DISPLAY "SIN JUSTIFICACION NO SE REGISTRA LA SUSTITUCION"
        ELSE
        MOVE "SUSTITUYE" TO DEC-TIPO
        PERFORM GRABAR-DECISION
        END-IF
        END-IF
        END-IF
        EXIT.

        GRABAR-DECISION.
        INSPECT JUSTIFICACION REPLACING ALL "," BY ";"
        MOVE FUNCTION CURRENT-DATE TO MARCA-TIEMPO
        COMPUTE BRECHA-IR = RC-INDICE (POS-MODELO)
            - RC-INDICE (POS-ELEGIDA)
        MOVE RC-INDICE (POS-MODELO) TO INDICE-EDIT
        MOVE RC-INDICE (POS-ELEGIDA) TO INDICE-ELEGIDA-EDIT
        MOVE BRECHA-IR TO BRECHA-EDIT
        MOVE SPACES TO LINEA-DECISION
        STRING HIST-CORRIDA DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            MARCA-TIEMPO (1:14) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM (CAMPO-APROBADOR) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM (PEN-ESCENARIO (OPCION-PENDIENTE))
            DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM (DEC-TIPO) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM (RC-ID (POS-MODELO)) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM (RC-NOMBRE (POS-MODELO)) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            INDICE-EDIT DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM (RC-ID (POS-ELEGIDA)) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM (RC-NOMBRE (POS-ELEGIDA)) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            INDICE-ELEGIDA-EDIT DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            BRECHA-EDIT DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM (JUSTIFICACION) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            NUMERO-CORRIDA DELIMITED BY SIZE
        INTO LINEA-DECISION
        END-STRING
        OPEN EXTEND CSV-DECISIONES
        IF ESTADO-DECISIONES = "35"
        OPEN OUTPUT CSV-DECISIONES
        END-IF
        IF ESTADO-DECISIONES NOT = "00"
        DISPLAY "ERROR: NO SE PUEDE GRABAR DECISIONES.csv (ESTADO "
            ESTADO-DECISIONES ")"
        ELSE
        WRITE DECISIONES FROM LINEA-DECISION
        CLOSE CSV-DECISIONES
        DISPLAY "DECISION REGISTRADA PARA LA CORRIDA " HIST-CORRIDA
            ": " FUNCTION TRIM (DEC-TIPO) " "
            FUNCTION TRIM (RC-NOMBRE (POS-ELEGIDA))
        END-IF
        EXIT.

        INFORME-DESVIOS.
        DISPLAY "TOPSIS-RIM INFORME DE DESVIOS DEL COMITE"
        MOVE 0 TO FLAG-PERIODO-DESVIOS
        IF PARAMETRO-EXTRA NOT = SPACES
        MOVE SPACES TO NUMERO
        MOVE PARAMETRO-EXTRA TO NUMERO (1:10)
        PERFORM VALIDAR-NUMERO
        MOVE SPACES TO NUMERO
        IF FLAG-NUMERO-VALIDO = 1
        COMPUTE DIAS-RETENCION =
            FUNCTION NUMVAL (PARAMETRO-EXTRA)
        ELSE
        DISPLAY "PARAMETRO DE DIAS INVALIDO: " PARAMETRO-EXTRA
        PERFORM LIBERAR-BLOQUEO
        STOP RUN RETURNING 1
        END-IF
        MOVE FUNCTION CURRENT-DATE TO TIEMPO-FIN
        COMPUTE FECHA-HOY-NUM = FUNCTION NUMVAL (TIEMPO-FIN (1:8))
        COMPUTE DIAS-ENTERO =
            FUNCTION INTEGER-OF-DATE (FECHA-HOY-NUM)
            - DIAS-RETENCION
        COMPUTE FECHA-CORTE-NUM =
            FUNCTION DATE-OF-INTEGER (DIAS-ENTERO)
        MOVE FECHA-CORTE-NUM TO FECHA-CORTE
        MOVE 1 TO FLAG-PERIODO-DESVIOS
        END-IF
        MOVE 0 TO DECISIONES-TOTAL
        MOVE 0 TO SUSTITUCIONES-TOTAL
        MOVE 0 TO SUMA-BRECHA
        MOVE 0 TO BRECHA-MAXIMA
        MOVE 0 TO NUMERO-DESVIO-APR
        MOVE 0 TO NUMERO-DESVIO-ESC
        OPEN INPUT CSV-DECISIONES
        IF ESTADO-DECISIONES NOT = "00"
        DISPLAY "NO SE PUEDE LEER DECISIONES.csv (ESTADO "
            ESTADO-DECISIONES ")"
        PERFORM LIBERAR-BLOQUEO
        STOP RUN RETURNING 1
        END-IF
        PERFORM UNTIL EOF = 1
        READ CSV-DECISIONES
        AT END
        MOVE 1 TO EOF
        NOT AT END
        PERFORM SEPARAR-DECISION
        IF DEC-CORRIDA NOT = SPACES
        PERFORM ACUMULAR-DESVIO
        END-IF
        END-READ
        END-PERFORM
        CLOSE CSV-DECISIONES
        MOVE 0 TO EOF
        IF DECISIONES-TOTAL = 0
        DISPLAY "NO HAY DECISIONES REGISTRADAS EN EL PERIODO"
        PERFORM LIBERAR-BLOQUEO
        STOP RUN RETURNING 1
        END-IF
        PERFORM CARGAR-APROBADORES
        OPEN OUTPUT RPT-DESVIOS
        MOVE "INFORME DE DESVIOS DEL COMITE RESPECTO DEL MODELO"
        TO LINEA-DESVIOS
        MOVE "CORRIDA NUMERO" TO LINEA-DESVIOS (53:14)
        MOVE NUMERO-CORRIDA TO LINEA-DESVIOS (68:8)
        PERFORM ESCRIBIR-LINEA-DESVIOS
        MOVE SPACES TO LINEA-DESVIOS
        IF FLAG-PERIODO-DESVIOS = 1
        STRING "PERIODO: DECISIONES DESDE " DELIMITED BY SIZE
            FECHA-CORTE DELIMITED BY SIZE
        INTO LINEA-DESVIOS
        END-STRING
        ELSE
        MOVE "PERIODO: TODO EL REGISTRO DE DECISIONES"
        TO LINEA-DESVIOS
        END-IF
        PERFORM ESCRIBIR-LINEA-DESVIOS
        MOVE DECISIONES-TOTAL TO CONTADOR-DESVIO-EDIT
        MOVE SUSTITUCIONES-TOTAL TO CONTADOR-DESVIO-EDIT-2
        COMPUTE PORCENTAJE-DESVIO ROUNDED =
            SUSTITUCIONES-TOTAL * 100 / DECISIONES-TOTAL
        MOVE PORCENTAJE-DESVIO TO PORCENTAJE-DESVIO-EDIT
        STRING "DECISIONES: " DELIMITED BY SIZE
            CONTADOR-DESVIO-EDIT DELIMITED BY SIZE
            "  SUSTITUCIONES DEL GANADOR: " DELIMITED BY SIZE
            CONTADOR-DESVIO-EDIT-2 DELIMITED BY SIZE
            " (" DELIMITED BY SIZE
            PORCENTAJE-DESVIO-EDIT DELIMITED BY SIZE
            " %)" DELIMITED BY SIZE
        INTO LINEA-DESVIOS
        END-STRING
        PERFORM ESCRIBIR-LINEA-DESVIOS
        IF SUSTITUCIONES-TOTAL > 0
        COMPUTE PROMEDIO-IR = SUMA-BRECHA / SUSTITUCIONES-TOTAL
        MOVE PROMEDIO-IR TO INDICE-EDIT
        MOVE BRECHA-MAXIMA TO BRECHA-EDIT
        STRING "BRECHA DE IR MODELO - ELEGIDA: PROMEDIO "
            DELIMITED BY SIZE
            INDICE-EDIT DELIMITED BY SIZE
            "  MAXIMA " DELIMITED BY SIZE
            BRECHA-EDIT DELIMITED BY SIZE
        INTO LINEA-DESVIOS
        END-STRING
        PERFORM ESCRIBIR-LINEA-DESVIOS
        END-IF
        PERFORM ESCRIBIR-LINEA-DESVIOS
        MOVE "1. DESVIOS POR APROBADOR" TO LINEA-DESVIOS
        PERFORM ESCRIBIR-LINEA-DESVIOS
        MOVE "   APROBADOR NOMBRE                         DECISIONES"
        TO LINEA-DESVIOS
        MOVE "SUSTITUCIONES      %" TO LINEA-DESVIOS (57:20)
        PERFORM ESCRIBIR-LINEA-DESVIOS
        MOVE 1 TO POS-DESVIO
        PERFORM NUMERO-DESVIO-APR TIMES
        MOVE DA-APROBADOR (POS-DESVIO) TO CAMPO-APROBADOR
        MOVE 0 TO POS-APROBADOR
        PERFORM NUMERO-APROBADORES TIMES
        IF APR-ID (POSS) = CAMPO-APROBADOR
        MOVE POSS TO POS-APROBADOR
        END-IF
        ADD 1 TO POSS
        END-PERFORM
        MOVE 1 TO POSS
        MOVE "   " TO LINEA-DESVIOS
        MOVE CAMPO-APROBADOR TO LINEA-DESVIOS (4:8)
        IF POS-APROBADOR > 0
        MOVE APR-NOMBRE (POS-APROBADOR) TO LINEA-DESVIOS (14:30)
        END-IF
        MOVE DA-DECISIONES (POS-DESVIO) TO CONTADOR-DESVIO-EDIT
        MOVE CONTADOR-DESVIO-EDIT TO LINEA-DESVIOS (46:5)
        MOVE DA-SUSTITUCIONES (POS-DESVIO) TO CONTADOR-DESVIO-EDIT
        MOVE CONTADOR-DESVIO-EDIT TO LINEA-DESVIOS (62:5)
        COMPUTE PORCENTAJE-DESVIO ROUNDED =
            DA-SUSTITUCIONES (POS-DESVIO) * 100
            / DA-DECISIONES (POS-DESVIO)
        MOVE PORCENTAJE-DESVIO TO PORCENTAJE-DESVIO-EDIT
        MOVE PORCENTAJE-DESVIO-EDIT TO LINEA-DESVIOS (74:3)
        PERFORM ESCRIBIR-LINEA-DESVIOS
        ADD 1 TO POS-DESVIO
        END-PERFORM
        PERFORM ESCRIBIR-LINEA-DESVIOS
        MOVE "2. DESVIOS POR ESCENARIO" TO LINEA-DESVIOS
        PERFORM ESCRIBIR-LINEA-DESVIOS
        MOVE "   ESCENARIO                      DECISIONES"
        TO LINEA-DESVIOS
        MOVE "SUSTITUCIONES  BRECHA MEDIA" TO LINEA-DESVIOS (46:27)
        PERFORM ESCRIBIR-LINEA-DESVIOS
        MOVE 1 TO POS-DESVIO
        PERFORM NUMERO-DESVIO-ESC TIMES
        MOVE SPACES TO LINEA-DESVIOS
        MOVE DE-ESCENARIO (POS-DESVIO) TO LINEA-DESVIOS (4:30)
        MOVE DE-DECISIONES (POS-DESVIO) TO CONTADOR-DESVIO-EDIT
        MOVE CONTADOR-DESVIO-EDIT TO LINEA-DESVIOS (38:5)
        MOVE DE-SUSTITUCIONES (POS-DESVIO) TO CONTADOR-DESVIO-EDIT
        MOVE CONTADOR-DESVIO-EDIT TO LINEA-DESVIOS (51:5)
        IF DE-SUSTITUCIONES (POS-DESVIO) > 0
        COMPUTE PROMEDIO-IR = DE-SUMA-BRECHA (POS-DESVIO)
            / DE-SUSTITUCIONES (POS-DESVIO)
        MOVE PROMEDIO-IR TO INDICE-EDIT
        MOVE INDICE-EDIT TO LINEA-DESVIOS (62:7)
        END-IF
        PERFORM ESCRIBIR-LINEA-DESVIOS
        ADD 1 TO POS-DESVIO
        END-PERFORM
        PERFORM ESCRIBIR-LINEA-DESVIOS
        MOVE "3. DETALLE DE SUSTITUCIONES" TO LINEA-DESVIOS
        PERFORM ESCRIBIR-LINEA-DESVIOS
        IF SUSTITUCIONES-TOTAL = 0
        MOVE "   (EL COMITE ACEPTO SIEMPRE EL GANADOR DEL MODELO)"
        TO LINEA-DESVIOS
        PERFORM ESCRIBIR-LINEA-DESVIOS
        ELSE
        OPEN INPUT CSV-DECISIONES
        PERFORM UNTIL EOF = 1
        READ CSV-DECISIONES
        AT END
        MOVE 1 TO EOF
        NOT AT END
        PERFORM SEPARAR-DECISION
        IF DEC-CORRIDA NOT = SPACES
        PERFORM DETALLAR-SUSTITUCION
        END-IF
        END-READ
        END-PERFORM
        CLOSE CSV-DECISIONES
        MOVE 0 TO EOF
        END-IF
        CLOSE RPT-DESVIOS
        DISPLAY "INFORME ESCRITO EN DESVIOS.TXT"
        EXIT.

        SEPARAR-DECISION.
        MOVE SPACES TO REG-DECISION
        UNSTRING CSV-RECORD OF DECISIONES DELIMITED BY ","
        INTO DEC-CORRIDA
            DEC-FECHA
            DEC-APROBADOR
            DEC-ESCENARIO
            DEC-TIPO
            DEC-ID-MODELO
            DEC-NOMBRE-MODELO
            DEC-IR-MODELO
            DEC-ID-ELEGIDA
            DEC-NOMBRE-ELEGIDA
            DEC-IR-ELEGIDA
            DEC-BRECHA
            DEC-JUSTIFICACION
        END-UNSTRING
        IF FLAG-PERIODO-DESVIOS = 1
        AND DEC-FECHA (1:8) < FECHA-CORTE
        MOVE SPACES TO DEC-CORRIDA
        END-IF
        EXIT.

        ACUMULAR-DESVIO.
        ADD 1 TO DECISIONES-TOTAL
        MOVE 0 TO BRECHA-IR
        IF DEC-TIPO = "SUSTITUYE"
        ADD 1 TO SUSTITUCIONES-TOTAL
        COMPUTE BRECHA-IR = FUNCTION NUMVAL (DEC-BRECHA)
        ADD BRECHA-IR TO SUMA-BRECHA
        IF BRECHA-IR > BRECHA-MAXIMA
        MOVE BRECHA-IR TO BRECHA-MAXIMA
        END-IF
        END-IF
        MOVE 0 TO POS-DESVIO
        MOVE 1 TO POSS
        PERFORM NUMERO-DESVIO-APR TIMES
        IF DA-APROBADOR (POSS) = DEC-APROBADOR
        MOVE POSS TO POS-DESVIO
        END-IF
        ADD 1 TO POSS
        END-PERFORM
        MOVE 1 TO POSS
        IF POS-DESVIO = 0 AND NUMERO-DESVIO-APR < 50
        ADD 1 TO NUMERO-DESVIO-APR
        MOVE NUMERO-DESVIO-APR TO POS-DESVIO
        MOVE DEC-APROBADOR TO DA-APROBADOR (POS-DESVIO)
        MOVE 0 TO DA-DECISIONES (POS-DESVIO)
        MOVE 0 TO DA-SUSTITUCIONES (POS-DESVIO)
        END-IF
        IF POS-DESVIO > 0
        ADD 1 TO DA-DECISIONES (POS-DESVIO)
        IF DEC-TIPO = "SUSTITUYE"
        ADD 1 TO DA-SUSTITUCIONES (POS-DESVIO)
        END-IF
        END-IF
        MOVE 0 TO POS-DESVIO
        PERFORM NUMERO-DESVIO-ESC TIMES
        IF DE-ESCENARIO (POSS) = DEC-ESCENARIO
        MOVE POSS TO POS-DESVIO
        END-IF
        ADD 1 TO POSS
        END-PERFORM
        MOVE 1 TO POSS
        IF POS-DESVIO = 0 AND NUMERO-DESVIO-ESC < 50
        ADD 1 TO NUMERO-DESVIO-ESC
        MOVE NUMERO-DESVIO-ESC TO POS-DESVIO
        MOVE DEC-ESCENARIO TO DE-ESCENARIO (POS-DESVIO)
        MOVE 0 TO DE-DECISIONES (POS-DESVIO)
        MOVE 0 TO DE-SUSTITUCIONES (POS-DESVIO)
        MOVE 0 TO DE-SUMA-BRECHA (POS-DESVIO)
        END-IF
        IF POS-DESVIO > 0
        ADD 1 TO DE-DECISIONES (POS-DESVIO)
        IF DEC-TIPO = "SUSTITUYE"
        ADD 1 TO DE-SUSTITUCIONES (POS-DESVIO)
        ADD BRECHA-IR TO DE-SUMA-BRECHA (POS-DESVIO)
        END-IF
        END-IF
        EXIT.

        DETALLAR-SUSTITUCION.
        IF DEC-TIPO = "SUSTITUYE"
        MOVE SPACES TO LINEA-DESVIOS
        STRING "   " DELIMITED BY SIZE
            DEC-FECHA (1:8) DELIMITED BY SIZE
            "  CORRIDA " DELIMITED BY SIZE
            DEC-CORRIDA DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            FUNCTION TRIM (DEC-ESCENARIO) DELIMITED BY SIZE
            "  APROBADOR " DELIMITED BY SIZE
            FUNCTION TRIM (DEC-APROBADOR) DELIMITED BY SIZE
        INTO LINEA-DESVIOS
        END-STRING
        PERFORM ESCRIBIR-LINEA-DESVIOS
        STRING "      MODELO: " DELIMITED BY SIZE
            FUNCTION TRIM (DEC-NOMBRE-MODELO) DELIMITED BY SIZE
            " (" DELIMITED BY SIZE
            FUNCTION TRIM (DEC-IR-MODELO) DELIMITED BY SIZE
            ")  ELEGIDA: " DELIMITED BY SIZE
            FUNCTION TRIM (DEC-NOMBRE-ELEGIDA) DELIMITED BY SIZE
            " [" DELIMITED BY SIZE
            FUNCTION TRIM (DEC-ID-ELEGIDA) DELIMITED BY SIZE
            "] (" DELIMITED BY SIZE
            FUNCTION TRIM (DEC-IR-ELEGIDA) DELIMITED BY SIZE
            ")  BRECHA IR " DELIMITED BY SIZE
            FUNCTION TRIM (DEC-BRECHA) DELIMITED BY SIZE
        INTO LINEA-DESVIOS
        END-STRING
        PERFORM ESCRIBIR-LINEA-DESVIOS
        STRING "      JUSTIFICACION: " DELIMITED BY SIZE
            DEC-JUSTIFICACION DELIMITED BY SIZE
        INTO LINEA-DESVIOS
        END-STRING
        PERFORM ESCRIBIR-LINEA-DESVIOS
        END-IF
        EXIT.

        ESCRIBIR-LINEA-DESVIOS.
        WRITE DESVIOS FROM LINEA-DESVIOS
        DISPLAY LINEA-DESVIOS (1:80)
        MOVE SPACES TO LINEA-DESVIOS
        EXIT.

        IMPORTAR-EXTRACTO.
        DISPLAY "TOPSIS-RIM IMPORTACION DEL EXTRACTO DE COMPRAS"
        IF PARAMETRO-EXTRA NOT = SPACES
        MOVE PARAMETRO-EXTRA TO ARCHIVO-EXTRACTO
        END-IF
        MOVE 0 TO RETORNO-IMPORTACION
        MOVE 0 TO FLAG-EXTRACTO-FATAL
        MOVE 0 TO FLAG-CABECERA-EXT
        MOVE 0 TO FLAG-COLA-EXT
        MOVE 0 TO REGISTROS-EXTRACTO
        MOVE 0 TO DETALLES-LEIDOS
        MOVE 0 TO DETALLES-ACEPTADOS
        MOVE 0 TO DETALLES-RECHAZADOS
        MOVE 0 TO HASH-CALCULADO
        MOVE 0 TO NUMERO-PROVEEDORES
        MOVE 0 TO PROVEEDORES-RECHAZADOS
        MOVE 0 TO NUMERO-CRITERIOS-EXT
        MOVE ZEROS TO MATRIZ-CARGA
        MOVE SPACES TO REG-EXT-CABECERA
        MOVE SPACES TO REG-EXT-COLA
        MOVE FUNCTION CURRENT-DATE TO MARCA-TIEMPO
        OPEN OUTPUT RPT-RECHAZOS
        MOVE SPACES TO LINEA-RECHAZO
        STRING "LISTADO DE IMPORTACION DEL EXTRACTO DE COMPRAS - "
            DELIMITED BY SIZE
            MARCA-TIEMPO (1:14) DELIMITED BY SIZE
            "  CORRIDA NUMERO " DELIMITED BY SIZE
            NUMERO-CORRIDA DELIMITED BY SIZE
        INTO LINEA-RECHAZO
        END-STRING
        PERFORM ESCRIBIR-LINEA-RECHAZO
        STRING "ARCHIVO: " DELIMITED BY SIZE
            FUNCTION TRIM (ARCHIVO-EXTRACTO) DELIMITED BY SIZE
        INTO LINEA-RECHAZO
        END-STRING
        PERFORM ESCRIBIR-LINEA-RECHAZO
        PERFORM ESCRIBIR-LINEA-RECHAZO
        PERFORM CARGAR-MAESTRO
        PERFORM CARGAR-MAESTRO-CRITERIOS
        IF FLAG-MAESTRO = 0
        STRING "NO SE PUEDE ABRIR EL MAESTRO DE ALTERNATIVAS"
            DELIMITED BY SIZE
            " (ESTADO " DELIMITED BY SIZE
            ESTADO-MAESTRO DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
        INTO LINEA-RECHAZO
        END-STRING
        MOVE 2 TO RETORNO-IMPORTACION
        PERFORM MARCAR-FALLA-IMPORTACION
        END-IF
        IF FLAG-MAESTRO-CRIT = 0
        STRING "NO SE PUEDE ABRIR EL MAESTRO DE CRITERIOS"
            DELIMITED BY SIZE
            " (ESTADO " DELIMITED BY SIZE
            ESTADO-MAESTRO-CRIT DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
        INTO LINEA-RECHAZO
        END-STRING
        MOVE 2 TO RETORNO-IMPORTACION
        PERFORM MARCAR-FALLA-IMPORTACION
        END-IF
        IF FLAG-EXTRACTO-FATAL = 0
        OPEN INPUT EXT-COMPRAS
        IF ESTADO-EXTRACTO NOT = "00"
        STRING "NO SE PUEDE ABRIR EL EXTRACTO (ESTADO "
            DELIMITED BY SIZE
            ESTADO-EXTRACTO DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
        INTO LINEA-RECHAZO
        END-STRING
        MOVE 2 TO RETORNO-IMPORTACION
        PERFORM MARCAR-FALLA-IMPORTACION
        ELSE
        PERFORM UNTIL EOF = 1
        READ EXT-COMPRAS
        AT END
        MOVE 1 TO EOF
        NOT AT END
        IF FLAG-EXTRACTO-FATAL = 0
        PERFORM PROCESAR-REGISTRO-EXTRACTO
        END-IF
        END-READ
        END-PERFORM
        MOVE 0 TO EOF
        CLOSE EXT-COMPRAS
        END-IF
        END-IF
        IF FLAG-EXTRACTO-FATAL = 0
        PERFORM CONCILIAR-COLA-EXTRACTO
        END-IF
        IF FLAG-EXTRACTO-FATAL = 0
        PERFORM COMPLETAR-PROVEEDORES
        END-IF
        IF FLAG-EXTRACTO-FATAL = 0
        PERFORM GRABAR-IMPORTACION
        END-IF
        PERFORM RESUMIR-IMPORTACION
        CLOSE RPT-RECHAZOS
        DISPLAY "LISTADO DE IMPORTACION ESCRITO EN "
            "RECHAZOS-IMPORTACION.TXT"
        MOVE RETORNO-IMPORTACION TO RETURN-CODE
        EXIT.

        PROCESAR-REGISTRO-EXTRACTO.
        ADD 1 TO REGISTROS-EXTRACTO
        IF REGISTROS-EXTRACTO = 1 AND EXT-RECORD (1:1) NOT = "H"
        MOVE "EL EXTRACTO NO COMIENZA CON UN REGISTRO DE CABECERA"
        TO LINEA-RECHAZO
        MOVE 1 TO RETORNO-IMPORTACION
        PERFORM MARCAR-FALLA-IMPORTACION
        ELSE
        IF FLAG-COLA-EXT = 1
        MOVE "HAY REGISTROS DESPUES DEL REGISTRO DE COLA"
        TO LINEA-RECHAZO
        MOVE 1 TO RETORNO-IMPORTACION
        PERFORM MARCAR-FALLA-IMPORTACION
        ELSE
        EVALUATE EXT-RECORD (1:1)
        WHEN "H"
        IF FLAG-CABECERA-EXT = 1
        MOVE "CABECERA DUPLICADA EN EL EXTRACTO" TO LINEA-RECHAZO
        MOVE 1 TO RETORNO-IMPORTACION
        PERFORM MARCAR-FALLA-IMPORTACION
        ELSE
        MOVE EXT-RECORD TO REG-EXT-CABECERA
        MOVE 1 TO FLAG-CABECERA-EXT
        END-IF
        WHEN "D"
        PERFORM PROCESAR-DETALLE-EXTRACTO
        WHEN "T"
        MOVE EXT-RECORD TO REG-EXT-COLA
        MOVE 1 TO FLAG-COLA-EXT
        WHEN OTHER
        MOVE "TIPO DE REGISTRO DESCONOCIDO" TO MOTIVO-RECHAZO
        PERFORM RECHAZAR-REGISTRO-EXTRACTO
        END-EVALUATE
        END-IF
        END-IF
        EXIT.

        PROCESAR-DETALLE-EXTRACTO.
        ADD 1 TO DETALLES-LEIDOS
        MOVE EXT-RECORD TO REG-EXT-DETALLE
        MOVE SPACES TO MOTIVO-RECHAZO
        MOVE SPACES TO NUMERO
        MOVE FUNCTION TRIM (EXT-DET-PUNTAJE) TO NUMERO
        PERFORM VALIDAR-NUMERO
        IF FLAG-NUMERO-VALIDO = 0
        MOVE "PUNTAJE NO NUMERICO" TO MOTIVO-RECHAZO
        ELSE
        COMPUTE PUNTAJE-EXTRACTO = FUNCTION NUMVAL (NUMERO)
        IF PUNTAJE-EXTRACTO < 0
        COMPUTE HASH-CALCULADO = HASH-CALCULADO - PUNTAJE-EXTRACTO
        ELSE
        ADD PUNTAJE-EXTRACTO TO HASH-CALCULADO
        END-IF
        END-IF
        MOVE SPACES TO NUMERO
        IF MOTIVO-RECHAZO = SPACES
        PERFORM UBICAR-PROVEEDOR-EXTRACTO
        END-IF
        IF MOTIVO-RECHAZO = SPACES
        PERFORM UBICAR-CRITERIO-EXTRACTO
        END-IF
        IF MOTIVO-RECHAZO = SPACES
        IF FLAG-CARGADO (POS-PROVEEDOR, POS-CRITERIO-EXT) = 1
        MOVE "PUNTAJE DUPLICADO PARA EL PROVEEDOR Y CRITERIO"
        TO MOTIVO-RECHAZO
        END-IF
        END-IF
        IF MOTIVO-RECHAZO = SPACES
        MOVE 1 TO FLAG-CARGADO (POS-PROVEEDOR, POS-CRITERIO-EXT)
        MOVE PUNTAJE-EXTRACTO
        TO PUNTAJE-CARGADO (POS-PROVEEDOR, POS-CRITERIO-EXT)
        ADD 1 TO DETALLES-ACEPTADOS
        ELSE
        PERFORM RECHAZAR-REGISTRO-EXTRACTO
        END-IF
        EXIT.

        UBICAR-PROVEEDOR-EXTRACTO.
        MOVE 0 TO POS-PROVEEDOR
        PERFORM NUMERO-PROVEEDORES TIMES
        IF PRV-CODIGO (POSS) = EXT-DET-PROVEEDOR
        MOVE POSS TO POS-PROVEEDOR
        END-IF
        ADD 1 TO POSS
        END-PERFORM
        MOVE 1 TO POSS
        IF POS-PROVEEDOR = 0
        MOVE 0 TO POS-MAESTRO-HALLADO
        MOVE 1 TO POS-MAESTRO
        PERFORM NUMERO-MAESTRO TIMES
        IF MAE-TAB-ID (POS-MAESTRO) = EXT-DET-PROVEEDOR
        MOVE POS-MAESTRO TO POS-MAESTRO-HALLADO
        END-IF
        ADD 1 TO POS-MAESTRO
        END-PERFORM
        MOVE 1 TO POS-MAESTRO
        EVALUATE TRUE
        WHEN EXT-DET-PROVEEDOR = SPACES OR POS-MAESTRO-HALLADO = 0
        MOVE "PROVEEDOR INEXISTENTE EN MAESTRO-ALTERNATIVAS"
        TO MOTIVO-RECHAZO
        WHEN MAE-TAB-ESTADO (POS-MAESTRO-HALLADO) NOT = "A"
        MOVE "PROVEEDOR INACTIVO EN MAESTRO-ALTERNATIVAS"
        TO MOTIVO-RECHAZO
        WHEN NUMERO-PROVEEDORES = LIMITE-MAXIMO
        MOVE "SE EXCEDE EL MAXIMO DE 30 PROVEEDORES"
        TO MOTIVO-RECHAZO
        WHEN OTHER
        ADD 1 TO NUMERO-PROVEEDORES
        MOVE NUMERO-PROVEEDORES TO POS-PROVEEDOR
        MOVE EXT-DET-PROVEEDOR TO PRV-CODIGO (POS-PROVEEDOR)
        MOVE MAE-TAB-NOMBRE (POS-MAESTRO-HALLADO)
        TO PRV-NOMBRE (POS-PROVEEDOR)
        MOVE 0 TO PRV-RECHAZADO (POS-PROVEEDOR)
        END-EVALUATE
        END-IF
        EXIT.

        UBICAR-CRITERIO-EXTRACTO.
        MOVE 0 TO POS-MAESTRO-HALLADO
        MOVE 1 TO POS-MAESTRO-CRIT
        PERFORM NUMERO-MAESTRO-CRIT TIMES
        IF EXT-DET-CRITERIO NOT = SPACES
        AND (EXT-DET-CRITERIO = MCR-TAB-ID (POS-MAESTRO-CRIT)
        OR EXT-DET-CRITERIO = MCR-TAB-NOMBRE (POS-MAESTRO-CRIT))
        MOVE POS-MAESTRO-CRIT TO POS-MAESTRO-HALLADO
        END-IF
        ADD 1 TO POS-MAESTRO-CRIT
        END-PERFORM
        MOVE 1 TO POS-MAESTRO-CRIT
        MOVE 0 TO POS-CRITERIO-EXT
        IF POS-MAESTRO-HALLADO = 0
        MOVE "CRITERIO INEXISTENTE EN MAESTRO-CRITERIOS"
        TO MOTIVO-RECHAZO
        ELSE
        IF MCR-TAB-ESTADO (POS-MAESTRO-HALLADO) NOT = "A"
        MOVE "CRITERIO INACTIVO EN MAESTRO-CRITERIOS"
        TO MOTIVO-RECHAZO
        ELSE
        PERFORM NUMERO-CRITERIOS-EXT TIMES
        IF CRX-MAESTRO (POSS) = POS-MAESTRO-HALLADO
        MOVE POSS TO POS-CRITERIO-EXT
        END-IF
        ADD 1 TO POSS
        END-PERFORM
        MOVE 1 TO POSS
        IF POS-CRITERIO-EXT = 0
        IF NUMERO-CRITERIOS-EXT = LIMITE-MAXIMO
        MOVE "SE EXCEDE EL MAXIMO DE 30 CRITERIOS"
        TO MOTIVO-RECHAZO
        ELSE
        ADD 1 TO NUMERO-CRITERIOS-EXT
        MOVE NUMERO-CRITERIOS-EXT TO POS-CRITERIO-EXT
        MOVE MCR-TAB-NOMBRE (POS-MAESTRO-HALLADO)
        TO CRX-NOMBRE (POS-CRITERIO-EXT)
        MOVE POS-MAESTRO-HALLADO TO CRX-MAESTRO (POS-CRITERIO-EXT)
        END-IF
        END-IF
        END-IF
        END-IF
        EXIT.

        RECHAZAR-REGISTRO-EXTRACTO.
        ADD 1 TO DETALLES-RECHAZADOS
        IF RETORNO-IMPORTACION < 4
        MOVE 4 TO RETORNO-IMPORTACION
        END-IF
        MOVE REGISTROS-EXTRACTO TO CONTADOR-IMP-EDIT
        MOVE SPACES TO LINEA-RECHAZO
        STRING "REGISTRO " DELIMITED BY SIZE
            CONTADOR-IMP-EDIT DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            MOTIVO-RECHAZO DELIMITED BY SIZE
            "  " DELIMITED BY SIZE
            EXT-RECORD (1:50) DELIMITED BY SIZE
        INTO LINEA-RECHAZO
        END-STRING
        PERFORM ESCRIBIR-LINEA-RECHAZO
        EXIT.

        MARCAR-FALLA-IMPORTACION.
        MOVE 1 TO FLAG-EXTRACTO-FATAL
        MOVE LINEA-RECHAZO TO LINEA-RESUMEN
        MOVE SPACES TO LINEA-RECHAZO
        STRING "ERROR: " DELIMITED BY SIZE
            LINEA-RESUMEN DELIMITED BY SIZE
        INTO LINEA-RECHAZO
        END-STRING
        PERFORM ESCRIBIR-LINEA-RECHAZO
        EXIT.

        CONCILIAR-COLA-EXTRACTO.
        IF FLAG-COLA-EXT = 0
        MOVE "EL EXTRACTO NO TIENE REGISTRO DE COLA" TO LINEA-RECHAZO
        MOVE 6 TO RETORNO-IMPORTACION
        PERFORM MARCAR-FALLA-IMPORTACION
        ELSE
        MOVE SPACES TO NUMERO
        MOVE EXT-COLA-HASH TO NUMERO
        PERFORM VALIDAR-NUMERO
        MOVE SPACES TO NUMERO
        IF EXT-COLA-CUENTA IS NOT NUMERIC
        OR FLAG-NUMERO-VALIDO = 0
        MOVE "EL REGISTRO DE COLA TIENE CIFRAS NO NUMERICAS"
        TO LINEA-RECHAZO
        MOVE 6 TO RETORNO-IMPORTACION
        PERFORM MARCAR-FALLA-IMPORTACION
        ELSE
        MOVE EXT-COLA-CUENTA TO CUENTA-COLA
        COMPUTE HASH-COLA = FUNCTION NUMVAL (EXT-COLA-HASH)
        PERFORM ESCRIBIR-LINEA-RECHAZO
        MOVE CUENTA-COLA TO CONTADOR-IMP-EDIT
        STRING "COLA: DETALLES DECLARADOS " DELIMITED BY SIZE
            CONTADOR-IMP-EDIT DELIMITED BY SIZE
        INTO LINEA-RECHAZO
        END-STRING
        MOVE DETALLES-LEIDOS TO CONTADOR-IMP-EDIT
        MOVE "LEIDOS" TO LINEA-RECHAZO (50:6)
        MOVE CONTADOR-IMP-EDIT TO LINEA-RECHAZO (58:6)
        PERFORM ESCRIBIR-LINEA-RECHAZO
        MOVE HASH-COLA TO HASH-EDIT
        STRING "      TOTAL HASH DECLARADO " DELIMITED BY SIZE
            HASH-EDIT DELIMITED BY SIZE
        INTO LINEA-RECHAZO
        END-STRING
        MOVE HASH-CALCULADO TO HASH-EDIT
        MOVE "CALCULADO" TO LINEA-RECHAZO (50:9)
        MOVE HASH-EDIT TO LINEA-RECHAZO (60:14)
        PERFORM ESCRIBIR-LINEA-RECHAZO
        IF CUENTA-COLA NOT = DETALLES-LEIDOS
        OR HASH-COLA NOT = HASH-CALCULADO
        STRING "EL EXTRACTO NO CUADRA CON SU COLA,"
            DELIMITED BY SIZE
            " NO SE GENERAN ARCHIVOS" DELIMITED BY SIZE
        INTO LINEA-RECHAZO
        END-STRING
        MOVE 6 TO RETORNO-IMPORTACION
        PERFORM MARCAR-FALLA-IMPORTACION
        END-IF
        END-IF
        END-IF
        EXIT.

        COMPLETAR-PROVEEDORES.
        MOVE 1 TO POS-PROVEEDOR
        PERFORM NUMERO-PROVEEDORES TIMES
        PERFORM NUMERO-CRITERIOS-EXT TIMES
        IF FLAG-CARGADO (POS-PROVEEDOR, J) = 0
        IF PRV-RECHAZADO (POS-PROVEEDOR) = 0
        ADD 1 TO PROVEEDORES-RECHAZADOS
        MOVE 1 TO PRV-RECHAZADO (POS-PROVEEDOR)
        END-IF
        MOVE SPACES TO LINEA-RECHAZO
        STRING "PROVEEDOR " DELIMITED BY SIZE
            PRV-CODIGO (POS-PROVEEDOR) DELIMITED BY SIZE
            " RECHAZADO: SIN PUNTAJE PARA EL CRITERIO "
            DELIMITED BY SIZE
            FUNCTION TRIM (CRX-NOMBRE (J)) DELIMITED BY SIZE
        INTO LINEA-RECHAZO
        END-STRING
        PERFORM ESCRIBIR-LINEA-RECHAZO
        END-IF
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        ADD 1 TO POS-PROVEEDOR
        END-PERFORM
        IF PROVEEDORES-RECHAZADOS > 0 AND RETORNO-IMPORTACION < 4
        MOVE 4 TO RETORNO-IMPORTACION
        END-IF
        MOVE 0 TO NUMERO-ALTERNATIVAS
        MOVE 1 TO POS-PROVEEDOR
        PERFORM NUMERO-PROVEEDORES TIMES
        IF PRV-RECHAZADO (POS-PROVEEDOR) = 0
        ADD 1 TO NUMERO-ALTERNATIVAS
        MOVE NUMERO-ALTERNATIVAS TO I
        MOVE PRV-NOMBRE (POS-PROVEEDOR) TO NOMBRE-ALTERNATIVA (I)
        MOVE PRV-CODIGO (POS-PROVEEDOR) TO ID-ALTERNATIVA (I)
        PERFORM NUMERO-CRITERIOS-EXT TIMES
        MOVE PUNTAJE-CARGADO (POS-PROVEEDOR, J)
        TO ELEMENTO OF MATRIZ-DECISION (I, J)
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        END-IF
        ADD 1 TO POS-PROVEEDOR
        END-PERFORM
        MOVE 1 TO I
        MOVE NUMERO-CRITERIOS-EXT TO NUMERO-CRITERIOS
        MOVE 0 TO SUMA-PESOS-IMPORTADOS
        PERFORM NUMERO-CRITERIOS TIMES
        MOVE CRX-NOMBRE (J) TO NOMBRE-CRITERIO (J)
        IF MCR-TAB-SENTIDO (CRX-MAESTRO (J)) = "BENEFICIO"
        MOVE 1 TO SOLUCION OF SOLUCION-POSITIVA (J)
        ELSE
        MOVE -1 TO SOLUCION OF SOLUCION-POSITIVA (J)
        END-IF
        MOVE MCR-TAB-PESO (CRX-MAESTRO (J)) TO PESO (J)
        ADD PESO (J) TO SUMA-PESOS-IMPORTADOS
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        IF NUMERO-ALTERNATIVAS < 2 OR NUMERO-CRITERIOS = 0
        STRING "QUEDAN MENOS DE DOS PROVEEDORES COMPLETOS,"
            DELIMITED BY SIZE
            " NO SE GENERAN ARCHIVOS" DELIMITED BY SIZE
        INTO LINEA-RECHAZO
        END-STRING
        MOVE 4 TO RETORNO-IMPORTACION
        PERFORM MARCAR-FALLA-IMPORTACION
        ELSE
        IF SUMA-PESOS-IMPORTADOS = 0
        PERFORM NUMERO-CRITERIOS TIMES
        COMPUTE PESO (J) = 1 / NUMERO-CRITERIOS
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        STRING "AVISO: EL MAESTRO DE CRITERIOS NO TRAE PESOS,"
            DELIMITED BY SIZE
            " SE USAN PESOS IGUALES" DELIMITED BY SIZE
        INTO LINEA-RECHAZO
        END-STRING
        PERFORM ESCRIBIR-LINEA-RECHAZO
        ELSE
        IF SUMA-PESOS-IMPORTADOS < 0.98 OR SUMA-PESOS-IMPORTADOS > 1.02
        PERFORM NUMERO-CRITERIOS TIMES
        COMPUTE PESO (J) ROUNDED =
            MCR-TAB-PESO (CRX-MAESTRO (J)) / SUMA-PESOS-IMPORTADOS
        ADD 1 TO J
        END-PERFORM
        MOVE 1 TO J
        MOVE SUMA-PESOS-IMPORTADOS TO SUMA-PESOS-IMP-EDIT
        STRING "AVISO: LOS PESOS DEL MAESTRO PARA ESTOS CRITERIOS"
            DELIMITED BY SIZE
            " SUMAN " DELIMITED BY SIZE
            SUMA-PESOS-IMP-EDIT DELIMITED BY SIZE
            ", SE REESCALAN PARA QUE SUMEN 1" DELIMITED BY SIZE
        INTO LINEA-RECHAZO
        END-STRING
        PERFORM ESCRIBIR-LINEA-RECHAZO
        END-IF
        END-IF
        END-IF
        EXIT.

        GRABAR-IMPORTACION.
        MOVE FUNCTION TRIM (EXT-CAB-ESCENARIO) TO ESCENARIO-IMPORTADO
        IF ESCENARIO-IMPORTADO = SPACES
        MOVE "IMPORTADO" TO ESCENARIO-IMPORTADO
        END-IF
        MOVE SPACES TO ARCHIVO-PESOS
        STRING "PESOS-" DELIMITED BY SIZE
            FUNCTION TRIM (ESCENARIO-IMPORTADO) DELIMITED BY SIZE
            ".csv" DELIMITED BY SIZE
        INTO ARCHIVO-PESOS
        END-STRING
        MOVE SPACES TO ARCHIVO-PAGOS
        STRING "PAGOS-" DELIMITED BY SIZE
            FUNCTION TRIM (ESCENARIO-IMPORTADO) DELIMITED BY SIZE
            ".csv" DELIMITED BY SIZE
        INTO ARCHIVO-PAGOS
        END-STRING
        MOVE SPACES TO ARCHIVO-SOLUCIONES
        STRING "SOLUCIONES-" DELIMITED BY SIZE
            FUNCTION TRIM (ESCENARIO-IMPORTADO) DELIMITED BY SIZE
            ".csv" DELIMITED BY SIZE
        INTO ARCHIVO-SOLUCIONES
        END-STRING
        MOVE SPACES TO ARCHIVO-NOMBRES
        STRING "NOMBRES-" DELIMITED BY SIZE
            FUNCTION TRIM (ESCENARIO-IMPORTADO) DELIMITED BY SIZE
            ".csv" DELIMITED BY SIZE
        INTO ARCHIVO-NOMBRES
        END-STRING
        OPEN OUTPUT CSV-PESOS
        PERFORM ARMAR-LINEA-PESOS
        MOVE RESTO TO CSV-RECORD OF PESOS
        WRITE PESOS OF CSV-PESOS
        CLOSE CSV-PESOS
        OPEN OUTPUT CSV-PAGOS
        PERFORM ARMAR-LINEA-CRITERIOS
        MOVE RESTO TO CSV-RECORD OF PAGOS
        WRITE PAGOS
        PERFORM NUMERO-ALTERNATIVAS TIMES
        PERFORM ARMAR-LINEA-PAGOS
        MOVE RESTO TO CSV-RECORD OF PAGOS
        WRITE PAGOS
        ADD 1 TO I
        END-PERFORM
        MOVE 1 TO I
        CLOSE CSV-PAGOS
        OPEN OUTPUT CSV-SOLUCIONES
        PERFORM ARMAR-LINEA-SOLUCIONES
        MOVE RESTO TO CSV-RECORD OF SOLUCIONES
        WRITE SOLUCIONES
        CLOSE CSV-SOLUCIONES
        OPEN OUTPUT CSV-NOMBRES
        PERFORM ARMAR-LINEA-CRITERIOS
        MOVE RESTO TO CSV-RECORD OF NOMBRES
        WRITE NOMBRES
        PERFORM ARMAR-LINEA-ALTERNATIVAS
        MOVE RESTO TO CSV-RECORD OF NOMBRES
        WRITE NOMBRES
        CLOSE CSV-NOMBRES
        MOVE SPACES TO RESTO
        PERFORM ESCRIBIR-LINEA-RECHAZO
        STRING "ARCHIVOS GENERADOS: " DELIMITED BY SIZE
            FUNCTION TRIM (ARCHIVO-PESOS) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM (ARCHIVO-PAGOS) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM (ARCHIVO-SOLUCIONES) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            FUNCTION TRIM (ARCHIVO-NOMBRES) DELIMITED BY SIZE
        INTO LINEA-RECHAZO
        END-STRING
        PERFORM ESCRIBIR-LINEA-RECHAZO
        PERFORM AGREGAR-ESCENARIO-IMPORTADO
        EXIT.

        AGREGAR-ESCENARIO-IMPORTADO.
        MOVE 0 TO NUMERO-ESCENARIOS
        PERFORM LEER-ESCENARIOS
        MOVE 0 TO POS-ESCENARIO-IMPORTADO
        MOVE 1 TO ESCENARIO-ACTUAL
        PERFORM NUMERO-ESCENARIOS TIMES
        IF NOMBRE-ESCENARIO (ESCENARIO-ACTUAL) = ESCENARIO-IMPORTADO
        MOVE ESCENARIO-ACTUAL TO POS-ESCENARIO-IMPORTADO
        END-IF
        ADD 1 TO ESCENARIO-ACTUAL
        END-PERFORM
        MOVE 1 TO ESCENARIO-ACTUAL
        EVALUATE TRUE
        WHEN POS-ESCENARIO-IMPORTADO > 0
        STRING "ESCENARIOS.csv YA TIENE EL ESCENARIO "
            DELIMITED BY SIZE
            FUNCTION TRIM (ESCENARIO-IMPORTADO) DELIMITED BY SIZE
            ", NO SE AGREGA OTRA FILA" DELIMITED BY SIZE
        INTO LINEA-RECHAZO
        END-STRING
        WHEN NUMERO-ESCENARIOS NOT < LIMITE-ESCENARIOS
        STRING "AVISO: ESCENARIOS.csv YA TIENE " DELIMITED BY SIZE
            LIMITE-ESCENARIOS DELIMITED BY SIZE
            " ESCENARIOS, NO SE AGREGA LA FILA" DELIMITED BY SIZE
        INTO LINEA-RECHAZO
        END-STRING
        WHEN OTHER
        MOVE SPACES TO RESTO
        STRING FUNCTION TRIM (ESCENARIO-IMPORTADO) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM (ARCHIVO-PESOS) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM (ARCHIVO-PAGOS) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM (ARCHIVO-SOLUCIONES) DELIMITED BY SIZE
            "," DELIMITED BY SIZE
            FUNCTION TRIM (ARCHIVO-NOMBRES) DELIMITED BY SIZE
        INTO RESTO
        END-STRING
        OPEN EXTEND CSV-ESCENARIOS
        IF ESTADO-ESCENARIOS = "35"
        OPEN OUTPUT CSV-ESCENARIOS
        END-IF
        MOVE RESTO TO CSV-RECORD OF ESCENARIOS
        WRITE ESCENARIOS
        CLOSE CSV-ESCENARIOS
        MOVE SPACES TO RESTO
        STRING "ESCENARIO " DELIMITED BY SIZE
            FUNCTION TRIM (ESCENARIO-IMPORTADO) DELIMITED BY SIZE
            " AGREGADO A ESCENARIOS.csv PARA LA PROXIMA CORRIDA LOTE"
            DELIMITED BY SIZE
        INTO LINEA-RECHAZO
        END-STRING
        END-EVALUATE
        PERFORM ESCRIBIR-LINEA-RECHAZO
        EXIT.

        RESUMIR-IMPORTACION.
        PERFORM ESCRIBIR-LINEA-RECHAZO
        MOVE "RESUMEN DE LA IMPORTACION" TO LINEA-RECHAZO
        PERFORM ESCRIBIR-LINEA-RECHAZO
        MOVE REGISTROS-EXTRACTO TO CONTADOR-IMP-EDIT
        STRING "   REGISTROS LEIDOS:       " DELIMITED BY SIZE
            CONTADOR-IMP-EDIT DELIMITED BY SIZE
        INTO LINEA-RECHAZO
        END-STRING
        PERFORM ESCRIBIR-LINEA-RECHAZO
        MOVE DETALLES-ACEPTADOS TO CONTADOR-IMP-EDIT
        STRING "   DETALLES ACEPTADOS:     " DELIMITED BY SIZE
            CONTADOR-IMP-EDIT DELIMITED BY SIZE
        INTO LINEA-RECHAZO
        END-STRING
        PERFORM ESCRIBIR-LINEA-RECHAZO
        MOVE DETALLES-RECHAZADOS TO CONTADOR-IMP-EDIT
        STRING "   REGISTROS RECHAZADOS:   " DELIMITED BY SIZE
            CONTADOR-IMP-EDIT DELIMITED BY SIZE
        INTO LINEA-RECHAZO
        END-STRING
        PERFORM ESCRIBIR-LINEA-RECHAZO
        MOVE PROVEEDORES-RECHAZADOS TO CONTADOR-IMP-EDIT
        STRING "   PROVEEDORES INCOMPLETOS:" DELIMITED BY SIZE
            CONTADOR-IMP-EDIT DELIMITED BY SIZE
        INTO LINEA-RECHAZO
        END-STRING
        PERFORM ESCRIBIR-LINEA-RECHAZO
        IF FLAG-EXTRACTO-FATAL = 0
        MOVE NUMERO-ALTERNATIVAS TO CONTADOR-IMP-EDIT
        STRING "   PROVEEDORES IMPORTADOS: " DELIMITED BY SIZE
            CONTADOR-IMP-EDIT DELIMITED BY SIZE
        INTO LINEA-RECHAZO
        END-STRING
        PERFORM ESCRIBIR-LINEA-RECHAZO
        MOVE NUMERO-CRITERIOS TO CONTADOR-IMP-EDIT
        STRING "   CRITERIOS IMPORTADOS:   " DELIMITED BY SIZE
            CONTADOR-IMP-EDIT DELIMITED BY SIZE
        INTO LINEA-RECHAZO
        END-STRING
        PERFORM ESCRIBIR-LINEA-RECHAZO
        ELSE
        MOVE "   IMPORTACION RECHAZADA, NO SE GENERARON ARCHIVOS"
        TO LINEA-RECHAZO
        PERFORM ESCRIBIR-LINEA-RECHAZO
        END-IF
        EXIT.

        ESCRIBIR-LINEA-RECHAZO.
        WRITE RECHAZOS FROM LINEA-RECHAZO
        DISPLAY LINEA-RECHAZO (1:80)
        MOVE SPACES TO LINEA-RECHAZO
        EXIT.

        RESUMEN-AUDITORIA.
        IF ESTADO-AUDITORIA NOT = "00"
        DISPLAY "NO SE PUEDE LEER AUDITORIA.LOG (ESTADO "
            ESTADO-AUDITORIA ")"
        PERFORM LIBERAR-BLOQUEO
        STOP RUN RETURNING 1
        END-IF
        PERFORM UNTIL EOF = 1
        MOVE 0 TO EOF
        IF CORRIDAS-TOTAL = 0
        DISPLAY "AUDITORIA.LOG NO CONTIENE CORRIDAS"
        PERFORM LIBERAR-BLOQUEO
        STOP RUN RETURNING 1
        END-IF
        OPEN OUTPUT RPT-RESUMEN
        MOVE "RESUMEN DEL PERIODO - AUDITORIA TOPSIS-RIM"
        TO LINEA-RESUMEN
        MOVE "CORRIDA NUMERO" TO LINEA-RESUMEN (45:14)
        MOVE NUMERO-CORRIDA TO LINEA-RESUMEN (60:8)
        PERFORM ESCRIBIR-LINEA-RESUMEN
        MOVE SPACES TO LINEA-RESUMEN
        STRING "CORRIDAS TOTALES: " DELIMITED BY SIZE
        MOVE RESULTADO TO INDICE-EDIT
        MOVE SPACES TO LINEA-AUDITORIA
        STRING MARCA-TIEMPO (1:14) DELIMITED BY SIZE
            " CORRIDA=" DELIMITED BY SIZE
            ID-CORRIDA DELIMITED BY SIZE
            " NUMERO=" DELIMITED BY SIZE
            NUMERO-CORRIDA DELIMITED BY SIZE
            " FUENTE=" DELIMITED BY SIZE
            FUENTE-DATOS DELIMITED BY SPACE
            " ESCENARIO=" DELIMITED BY SIZE
