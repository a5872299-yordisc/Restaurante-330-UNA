               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-PEDIDOS-CSV.
       *>  ARCHIVO DE BITÁCORA DE AUDITORÍA (IMAGEN ANTES/DESPUÉS DE
       *>  CADA REWRITE EN LOS ARCHIVOS MAESTROS); EL NOMBRE CAMBIA
       *>  AL LEER O ESCRIBIR SUS ARCHIVOS ANUALES (AUDITORIA_AAAA.TXT)
           SELECT F-ARCHIVO-AUDITORIA
               ASSIGN TO WS-AUD-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-AUDITORIA.
       *>  ARCHIVO DE HISTORIAL DE ASIGNACIÓN DE MESEROS A MESAS
               FILE STATUS IS FS-STATUS-RESERVAS.
       *>  ARCHIVO HISTÓRICO DE COMANDAS: LOS ENCABEZADOS DE LOS DÍAS
       *>  YA CERRADOS SE MUDAN AQUÍ PARA QUE EL ARCHIVO OPERATIVO
       *>  SÓLO CONSERVE EL NEGOCIO ABIERTO; LO MÁS VIEJO SE DEPURA A
       *>  ARCHIVOS ANUALES (COMANDAS_HIST_AAAA.TXT) CON EL MISMO
       *>  TRAZADO, QUE SE LEEN CAMBIANDO EL NOMBRE DEL ARCHIVO
           SELECT F-ARCHIVO-COMANDAS-HIST
               ASSIGN TO WS-RCH-NOMBRE
               ORGANIZATION IS INDEXED
               RECORD KEY IS RCH-NUMERO
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FS-STATUS-COMANDAS-HIST.
       *>  ARCHIVO HISTÓRICO DE PEDIDOS (LÍNEAS DE LAS COMANDAS DE
       *>  DÍAS YA CERRADOS), CON SUS ARCHIVOS ANUALES DEPURADOS
       *>  (PEDIDOS_HIST_AAAA.TXT)
           SELECT F-ARCHIVO-PEDIDOS-HIST
               ASSIGN TO WS-RPH-NOMBRE
               ORGANIZATION IS INDEXED
               RECORD KEY IS RPH-NUMERO
               ALTERNATE RECORD KEY IS RPH-COMANDA
               FILE STATUS IS FS-STATUS-SPOOL.
       *>  ARCHIVO HISTÓRICO DE LA COLA DE COCINA: AL CERRAR EL DÍA
       *>  LAS ENTRADAS YA DESPACHADAS SE MUDAN AQUÍ CON SUS HORAS DE
       *>  CADA ESTADO, PARA LOS REPORTES DE TIEMPOS DE PREPARACIÓN;
       *>  SUS ARCHIVOS ANUALES DEPURADOS SON COCINA_HIST_AAAA.TXT
           SELECT F-ARCHIVO-COCINA-HIST
               ASSIGN TO WS-KCH-NOMBRE
               ORGANIZATION IS INDEXED
               RECORD KEY IS KCH-NUMERO
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FS-STATUS-COCINA-HIST.
       *>  ARCHIVO MAESTRO DE PROVEEDORES: CÓDIGO, RAZÓN SOCIAL, RIF Y
       *>  CONTACTO DE QUIENES SURTEN LOS INSUMOS DE COCINA
           SELECT F-ARCHIVO-PROVEEDORES
               ASSIGN TO 'PROVEEDORES.TXT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS PRV-CODIGO
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FS-STATUS-PROVEEDORES.
       *>  ARCHIVO DE ÓRDENES DE COMPRA (ENCABEZADO): NUMERADAS EN
       *>  SERIE POR EL CONTADOR 'ORDENES', UNA POR PROVEEDOR
           SELECT F-ARCHIVO-ORDENES
               ASSIGN TO 'ORDENES_COMPRA.TXT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS ORC-NUMERO
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FS-STATUS-ORDENES.
       *>  ARCHIVO DE LÍNEAS DE LAS ÓRDENES DE COMPRA: INSUMO,
       *>  CANTIDAD PEDIDA, PRECIO ACORDADO Y CANTIDAD YA RECIBIDA
       *>  (CLAVE ORDEN + INSUMO)
           SELECT F-ARCHIVO-ORDENES-LIN
               ASSIGN TO 'ORDENES_LINEAS.TXT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS ORL-CLAVE
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FS-STATUS-ORDENES-LIN.
       *>  ARCHIVO DE RECEPCIONES DE MERCANCÍA: UN RENGLÓN POR INSUMO
       *>  RECIBIDO CONTRA UNA ORDEN (CONTADOR 'RECEPCIONES'), CON LA
       *>  FACTURA DEL PROVEEDOR Y EL COSTO REAL; LO AÚN NO PAGADO ES
       *>  LA DEUDA CON EL PROVEEDOR
           SELECT F-ARCHIVO-RECEPCIONES
               ASSIGN TO 'RECEPCIONES.TXT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS RCP-NUMERO
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FS-STATUS-RECEPCIONES.
       *>  ARCHIVO DE TOMAS DE INVENTARIO FÍSICO: UNA SESIÓN DE CONTEO
       *>  POR REGISTRO (CONTADOR 'CONTEOS'), ABIERTA MIENTRAS SE
       *>  CAPTURAN LAS CANTIDADES Y ASENTADA AL FINAL DE UNA VEZ
           SELECT F-ARCHIVO-CONTEOS
               ASSIGN TO 'CONTEOS.TXT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CNT-NUMERO
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FS-STATUS-CONTEOS.
       *>  ARCHIVO DE LÍNEAS DE LAS TOMAS DE INVENTARIO: EXISTENCIA
       *>  TEÓRICA CONGELADA Y CANTIDAD CONTADA POR INSUMO (CLAVE
       *>  TOMA + INSUMO)
           SELECT F-ARCHIVO-CONTEOS-LIN
               ASSIGN TO 'CONTEOS_LINEAS.TXT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CNL-CLAVE
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FS-STATUS-CONTEOS-LIN.
       *>  ARCHIVO HISTÓRICO DE TASAS DE CAMBIO: UNA TASA POR DÍA
       *>  (CLAVE AAAAMMDD) EN BOLÍVARES POR DÓLAR
           SELECT F-ARCHIVO-TASAS
               ASSIGN TO 'TASAS.TXT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS TAS-FECHA
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FS-STATUS-TASAS.
       *>  ARCHIVO DE MOVIMIENTOS DE LAS CUENTAS POR COBRAR DE CLIENTES:
       *>  CARGOS DE FACTURAS, NOTAS DE CRÉDITO Y ABONOS (CLAVE
       *>  CLIENTE + NÚMERO DE MOVIMIENTO, EN ORDEN DE REGISTRO)
           SELECT F-ARCHIVO-CXC
               ASSIGN TO 'CUENTAS_COBRAR.TXT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS CXC-CLAVE
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FS-STATUS-CXC.
       *>  ARCHIVO DE LOS MESES FISCALES CERRADOS POR LA GERENCIA
       *>  (CLAVE AÑO Y MES AAAAMM)
           SELECT F-ARCHIVO-PERIODOS
               ASSIGN TO 'PERIODOS_FISCALES.TXT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS PER-PERIODO
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FS-STATUS-PERIODOS.
       *>  ARCHIVO DE SALIDA DEL LIBRO DE VENTAS DE UN MES PARA EL
       *>  CONTADOR: EL NOMBRE LLEVA EL AÑO Y EL MES DEL LIBRO
       *>  (LIBRO_VENTAS_AAAAMM.TXT)
           SELECT F-ARCHIVO-LIBRO
               ASSIGN TO WS-LIB-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-LIBRO.
       *>  ARCHIVO DE LOS REPARTOS DE PROPINAS: UN REGISTRO POR
       *>  BENEFICIARIO DE CADA REPARTO (CLAVE NÚMERO DE REPARTO +
       *>  CÉDULA DEL MESERO, O COCINA PARA LA PARTE DE LA COCINA)
           SELECT F-ARCHIVO-REPARTOS
               ASSIGN TO 'REPARTOS_PROPINAS.TXT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS REP-CLAVE
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FS-STATUS-REPARTOS.
       *>  ARCHIVO DE PROMOCIONES (HAPPY HOUR, PLATO DEL DÍA...) QUE
       *>  SE APLICAN SOLAS AL CAPTURAR LAS LÍNEAS DE LA COMANDA
           SELECT F-ARCHIVO-PROMOCIONES
               ASSIGN TO 'PROMOCIONES.TXT'
               ORGANIZATION IS INDEXED
               RECORD KEY IS PMO-CODIGO
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               SHARING WITH ALL OTHER
               FILE STATUS IS FS-STATUS-PROMOCIONES.
       *>  COPIAS DEL JUEGO DE RESPALDO (RESPALDO_AAAAMMDD_<ARCHIVO>)
       *>  Y ARCHIVO DE TRABAJO DE LA DEPURACIÓN DE HISTÓRICOS: UN
       *>  RENGLÓN POR REGISTRO CON LA IMAGEN DEL REGISTRO ORIGINAL
           SELECT F-ARCHIVO-RESPALDO
               ASSIGN TO WS-RSP-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-RESPALDO.
       *>  MANIFIESTO DEL JUEGO DE RESPALDO DE UNA FECHA
       *>  (RESPALDO_AAAAMMDD_MANIFIESTO.TXT)
           SELECT F-ARCHIVO-MANIFIESTO
               ASSIGN TO WS-MAN-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATUS-MANIFIESTO.
       *>  -------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       01  REG-MESEROS.
           02 RM-NOMBRE-APELLIDO      PIC X(50).
           02 RM-CEDULA               PIC X(15).
       *>  PUNTOS DEL MESERO PARA EL REPARTO DE PROPINAS POR PUNTOS
           02 RM-PUNTOS               PIC 9(3).
       *>  REGISTRO PARA EL ARCHIVO MESAS
       FD  F-ARCHIVO-MESAS.
       01  REG-MESAS.
                03 RPE-MES           PIC 9(02).
                03 RPE-ANNO          PIC 9(04).
           02 RPE-COMANDA             PIC 9(15).
       *>  DESCUENTO DE LA LÍNEA, YA RESTADO DEL IMPORTE (IMPORTE =
       *>  PRECIO X CANTIDAD - DESCUENTO): TIPO (P = PROMOCIÓN, D =
       *>  DESCUENTO MANUAL, C = CORTESÍA), PROMOCIÓN APLICADA, MOTIVO,
       *>  USUARIO QUE LO REGISTRÓ Y GERENTE QUE LO AUTORIZÓ
           02 RPE-DESCUENTO           PIC 9(6)V99.
           02 RPE-DESC-TIPO           PIC X(1).
           02 RPE-PROMOCION           PIC X(10).
           02 RPE-DESC-MOTIVO         PIC X(40).
           02 RPE-DESC-USUARIO        PIC X(15).
           02 RPE-DESC-AUTORIZA       PIC X(15).
       *>  REGISTRO PARA EL ARCHIVO COMANDAS (ENCABEZADO DE PEDIDO
       *>  DE MESA, CON VARIAS LÍNEAS DE PEDIDOS/PLATILLOS DEBAJO)
       FD  F-ARCHIVO-COMANDAS.
           02 PAG-HORA                PIC 9(08).
           02 PAG-USUARIO             PIC X(15).
           02 PAG-TURNO               PIC 9(9).
       *>  MONEDA DEL PAGO ('BS' O 'USD'): EN UN PAGO EN DIVISAS
       *>  PAG-MONTO ES LO ABONADO A LA COMANDA EN BOLÍVARES A LA TASA
       *>  DEL DÍA, PAG-MONTO-DIVISA LO RECIBIDO EN DÓLARES, PAG-IGTF
       *>  EL RECARGO COBRADO Y PAG-VUELTO-BS EL VUELTO ENTREGADO EN
       *>  BOLÍVARES
           02 PAG-MONEDA              PIC X(03).
           02 PAG-MONTO-DIVISA        PIC 9(7)V99.
           02 PAG-TASA                PIC 9(7)V9999.
           02 PAG-IGTF                PIC 9(9)V99.
           02 PAG-VUELTO-BS           PIC 9(9)V99.
       *>  NÚMERO DEL REPARTO EN QUE SE PAGÓ LA PROPINA DE ESTE PAGO
       *>  (CERO = PENDIENTE DE REPARTIR)
           02 PAG-REPARTO             PIC 9(9).
       *>  REGISTRO DE PARÁMETROS FISCALES; UN ÚNICO REGISTRO BAJO LA
       *>  CLAVE 'GENERAL' GUARDA LA TASA DE IVA, EL PORCENTAJE DE
       *>  SERVICIO Y LOS DATOS FISCALES DEL RESTAURANTE
           02 PRM-RIF                 PIC X(15).
           02 PRM-DIRECCION           PIC X(100).
           02 PRM-DELIVERY-MONTO      PIC 9(6)V99.
       *>  PORCENTAJE DEL IGTF QUE SE RECARGA A LOS PAGOS EN DIVISAS
           02 PRM-IGTF-PORC           PIC 9(2)V99.
       *>  REPARTO DE PROPINAS: PORCENTAJE QUE SE RESERVA LA COCINA Y
       *>  MÉTODO DE REPARTO ENTRE LOS MESEROS (C = SEGÚN LAS PROPINAS
       *>  DE LAS COMANDAS QUE ATENDIÓ CADA UNO, P = SEGÚN SUS PUNTOS)
           02 PRM-PROPINA-COCINA      PIC 9(2)V99.
           02 PRM-PROPINA-METODO      PIC X(1).
       *>  REGISTRO DE FACTURAS: NUMERADAS EN SERIE POR EL CONTADOR
       *>  'FACTURAS', CON BASE IMPONIBLE, IVA, SERVICIO Y TOTAL
       FD  F-ARCHIVO-FACTURAS.
       *>  APLICA), PARA QUE BASE + IVA + SERVICIO + CARGO = TOTAL
       *>  TAMBIÉN EN LA REIMPRESIÓN
           02 FAC-DELIVERY-MONTO      PIC 9(6)V99.
       *>  TASA DE CAMBIO USADA, MONTO DE LA FACTURA PAGADO EN DIVISAS
       *>  (EN BOLÍVARES) Y EL IGTF RECARGADO SOBRE ESE MONTO, QUE SE
       *>  COBRA APARTE DEL TOTAL
           02 FAC-TASA                PIC 9(7)V9999.
           02 FAC-DIVISA-BS           PIC 9(9)V99.
           02 FAC-IGTF-PORC           PIC 9(2)V99.
           02 FAC-IGTF-MONTO          PIC 9(9)V99.
       *>  DESCUENTOS Y CORTESÍAS DE LAS LÍNEAS, YA RESTADOS DE LA BASE
           02 FAC-DESCUENTO           PIC 9(9)V99.
       *>  REGISTRO DEL LIBRO DE RESERVAS: DATOS DEL CLIENTE Y ESTADO
       *>  (A = ACTIVA, C = CANCELADA)
       FD  F-ARCHIVO-RESERVAS.
                03 RPH-MES           PIC 9(02).
                03 RPH-ANNO          PIC 9(04).
           02 RPH-COMANDA             PIC 9(15).
           02 RPH-DESCUENTO           PIC 9(6)V99.
           02 RPH-DESC-TIPO           PIC X(1).
           02 RPH-PROMOCION           PIC X(10).
           02 RPH-DESC-MOTIVO         PIC X(40).
           02 RPH-DESC-USUARIO        PIC X(15).
           02 RPH-DESC-AUTORIZA       PIC X(15).
       *>  REGISTRO DE CONTROL DE CIERRES DE DÍA: ESTADO
       *>  I = INICIADO, T = TERMINADO
       FD  F-ARCHIVO-CIERRES.
           02 INS-UNIDAD              PIC X(10).
           02 INS-EXISTENCIA          PIC 9(7)V99.
           02 INS-MINIMO              PIC 9(7)V99.
       *>  COSTO UNITARIO PROMEDIO PONDERADO SEGÚN LAS RECEPCIONES
           02 INS-COSTO               PIC 9(7)V99.
       *>  REGISTRO DE UNA LÍNEA DE RECETA: CANTIDAD DEL INSUMO QUE
       *>  LLEVA UNA UNIDAD DEL PLATILLO
       FD  F-ARCHIVO-RECETAS.
           02 ARQ-CONTADO             PIC 9(9)V99.
           02 ARQ-SOBRANTE            PIC 9(9)V99.
           02 ARQ-FALTANTE            PIC 9(9)V99.
       *>  MONEDA EN QUE ESTÁN LOS MONTOS DEL RENGLÓN ('BS' O 'USD');
       *>  LOS RENGLONES EN DIVISAS LLEVAN 'USD' AL FINAL DE ARQ-TIPO
           02 ARQ-MONEDA              PIC X(03).
       *>  REGISTRO DEL MAESTRO DE CLIENTES
       FD  F-ARCHIVO-CLIENTES.
       01  REG-CLIENTES.
           02 CLI-NOMBRE              PIC X(50).
           02 CLI-TELEFONO            PIC X(15).
           02 CLI-RIF                 PIC X(15).
       *>  LÍMITE PARA CARGOS A CUENTA (CERO = CLIENTE SIN CRÉDITO)
           02 CLI-LIMITE-CREDITO      PIC 9(9)V99.
       *>  REGISTRO DE UNA NOTA DE CRÉDITO: TIPO T = TOTAL (REPONE
       *>  INVENTARIO DE LO DEVUELTO), P = PARCIAL (SÓLO MONTO)
       FD  F-ARCHIVO-NOTAS-CRED.
           02 NCR-MOTIVO              PIC X(100).
           02 NCR-USUARIO             PIC X(15).
           02 NCR-TURNO               PIC 9(9).
       *>  'S' CUANDO LA FACTURA SE CARGÓ A LA CUENTA DEL CLIENTE: LA
       *>  NOTA SE ACREDITA A SU CUENTA Y NO SALE EFECTIVO DE CAJA
           02 NCR-A-CUENTA            PIC X(1).
       *>  LÍNEA DE LOS REPORTES DEL MODO DESATENDIDO
       FD  F-ARCHIVO-SPOOL.
       01  REG-SPOOL                  PIC X(132).
           02 KCH-HORA-E              PIC 9(08).
           02 KCH-HORA-L              PIC 9(08).
           02 KCH-HORA-S              PIC 9(08).
       *>  REGISTRO DEL MAESTRO DE PROVEEDORES
       FD  F-ARCHIVO-PROVEEDORES.
       01  REG-PROVEEDORES.
           02 PRV-CODIGO              PIC X(10).
           02 PRV-NOMBRE              PIC X(50).
           02 PRV-RIF                 PIC X(15).
           02 PRV-TELEFONO            PIC X(15).
           02 PRV-CONTACTO            PIC X(50).
       *>  REGISTRO DEL ENCABEZADO DE UNA ORDEN DE COMPRA: ESTADO
       *>  A = ABIERTA (NADA RECIBIDO), P = RECIBIDA EN PARTE,
       *>  C = CERRADA (COMPLETA, O CERRADA SIN ESPERAR EL RESTO)
       FD  F-ARCHIVO-ORDENES.
       01  REG-ORDENES.
           02 ORC-NUMERO              PIC 9(9).
           02 ORC-PROVEEDOR           PIC X(10).
           02 ORC-FECHA               PIC 9(08).
           02 ORC-ESTADO              PIC X(1).
           02 ORC-TOTAL               PIC 9(9)V99.
           02 ORC-USUARIO             PIC X(15).
       *>  REGISTRO DE UNA LÍNEA DE ORDEN DE COMPRA
       FD  F-ARCHIVO-ORDENES-LIN.
       01  REG-ORDENES-LIN.
           02 ORL-CLAVE.
                03 ORL-ORDEN         PIC 9(9).
                03 ORL-INSUMO        PIC X(15).
           02 ORL-CANTIDAD            PIC 9(7)V99.
           02 ORL-PRECIO              PIC 9(7)V99.
           02 ORL-RECIBIDO            PIC 9(7)V99.
       *>  REGISTRO DE UNA RECEPCIÓN DE MERCANCÍA: PAGADO N = LA
       *>  FACTURA DEL PROVEEDOR SE DEBE, S = YA PAGADA
       FD  F-ARCHIVO-RECEPCIONES.
       01  REG-RECEPCIONES.
           02 RCP-NUMERO              PIC 9(9).
           02 RCP-ORDEN               PIC 9(9).
           02 RCP-PROVEEDOR           PIC X(10).
           02 RCP-INSUMO              PIC X(15).
           02 RCP-FACTURA             PIC X(20).
           02 RCP-FECHA               PIC 9(08).
           02 RCP-CANTIDAD            PIC 9(7)V99.
           02 RCP-COSTO               PIC 9(7)V99.
           02 RCP-MONTO               PIC 9(9)V99.
           02 RCP-PAGADO              PIC X(1).
           02 RCP-FECHA-PAGO          PIC 9(08).
           02 RCP-USUARIO             PIC X(15).
       *>  REGISTRO DE UNA TOMA DE INVENTARIO: ESTADO A = ABIERTA (EN
       *>  CAPTURA), J = AJUSTADA (EXISTENCIAS YA LLEVADAS A LO
       *>  CONTADO, FALTA CERRARLA), P = ASENTADA; CNT-DESDE ES LA
       *>  FECHA DE LA TOMA ASENTADA ANTERIOR, INICIO DEL PERÍODO DEL
       *>  CONSUMO TEÓRICO
       FD  F-ARCHIVO-CONTEOS.
       01  REG-CONTEOS.
           02 CNT-NUMERO              PIC 9(9).
           02 CNT-FECHA               PIC 9(08).
           02 CNT-HORA                PIC 9(08).
           02 CNT-DESDE               PIC 9(08).
           02 CNT-ESTADO              PIC X(1).
           02 CNT-FECHA-ASIENTO       PIC 9(08).
           02 CNT-USUARIO             PIC X(15).
       *>  REGISTRO DE UNA LÍNEA DE LA TOMA: EXISTENCIA TEÓRICA Y COSTO
       *>  CONGELADOS AL ABRIR, CANTIDAD CONTADA (CNL-CAPTURADO S/N) Y
       *>  CONSUMO TEÓRICO POR RECETAS DEL PERÍODO, CALCULADO AL ASENTAR
       FD  F-ARCHIVO-CONTEOS-LIN.
       01  REG-CONTEOS-LIN.
           02 CNL-CLAVE.
                03 CNL-CONTEO        PIC 9(9).
                03 CNL-INSUMO        PIC X(15).
           02 CNL-TEORICO             PIC 9(7)V99.
           02 CNL-CONTADO             PIC 9(7)V99.
           02 CNL-CAPTURADO           PIC X(1).
           02 CNL-COSTO               PIC 9(7)V99.
           02 CNL-CONSUMO             PIC 9(7)V99.
       *>  REGISTRO DE LA TASA DE CAMBIO DE UN DÍA, CON EL USUARIO Y LA
       *>  HORA EN QUE SE REGISTRÓ
       FD  F-ARCHIVO-TASAS.
       01  REG-TASAS.
           02 TAS-FECHA               PIC 9(08).
           02 TAS-VALOR               PIC 9(7)V9999.
           02 TAS-USUARIO             PIC X(15).
           02 TAS-HORA                PIC 9(08).
       *>  REGISTRO DE UN MOVIMIENTO DE LA CUENTA DE UN CLIENTE: TIPO
       *>  F = CARGO DE UNA FACTURA, N = NOTA DE CRÉDITO SOBRE UNA
       *>  FACTURA CARGADA, A = ABONO RECIBIDO EN CAJA (CON SU TIPO DE
       *>  PAGO Y TURNO). EL SALDO ES LA SUMA DE CARGOS MENOS NOTAS Y
       *>  ABONOS
       FD  F-ARCHIVO-CXC.
       01  REG-CXC.
           02 CXC-CLAVE.
                03 CXC-CLIENTE       PIC X(10).
                03 CXC-NUMERO        PIC 9(9).
           02 CXC-TIPO                PIC X(1).
           02 CXC-FECHA               PIC 9(08).
           02 CXC-HORA                PIC 9(08).
           02 CXC-DOCUMENTO           PIC 9(15).
           02 CXC-COMANDA             PIC 9(15).
           02 CXC-MONTO               PIC 9(9)V99.
           02 CXC-TIPO-PAGO           PIC X(20).
           02 CXC-USUARIO             PIC X(15).
           02 CXC-TURNO               PIC 9(9).
       *>  REGISTRO DEL CIERRE DE UN MES FISCAL: QUIÉN Y CUÁNDO LO
       *>  CERRÓ Y LOS TOTALES DEL LIBRO DE VENTAS A ESA FECHA; UNA VEZ
       *>  CERRADO NO SE EMITEN NOTAS DE CRÉDITO CONTRA SUS FACTURAS
       FD  F-ARCHIVO-PERIODOS.
       01  REG-PERIODOS.
           02 PER-PERIODO             PIC 9(06).
           02 PER-ESTADO              PIC X(1).
           02 PER-FECHA               PIC 9(08).
           02 PER-HORA                PIC 9(08).
           02 PER-USUARIO             PIC X(15).
           02 PER-FACTURAS            PIC 9(7).
           02 PER-NOTAS               PIC 9(7).
           02 PER-BASE                PIC S9(11)V99.
           02 PER-IVA                 PIC S9(11)V99.
           02 PER-TOTAL               PIC S9(11)V99.
       *>  LÍNEA DEL LIBRO DE VENTAS EN EL FORMATO DEL CONTADOR, CON
       *>  LOS CAMPOS SEPARADOS POR ';': FECHA (DD/MM/AAAA), RIF,
       *>  NOMBRE, TIPO (FAC O NC), NÚMERO, FACTURA AFECTADA (SÓLO
       *>  NC), TOTAL, BASE IMPONIBLE, ALÍCUOTA DE IVA E IVA; LAS
       *>  NOTAS DE CRÉDITO VAN CON LOS MONTOS EN NEGATIVO
       FD  F-ARCHIVO-LIBRO.
       01  REG-LIBRO                  PIC X(250).
       *>  REGISTRO DEL PAGO DE PROPINAS A UN BENEFICIARIO: PERÍODO
       *>  REPARTIDO (D = DÍA AAAAMMDD, T = TURNO DE CAJA), MÉTODO (C =
       *>  POR PROPINAS DE SUS COMANDAS, P = POR PUNTOS), BASE DEL
       *>  REPARTO (PROPINAS O PUNTOS) Y MONTO A PAGAR
       FD  F-ARCHIVO-REPARTOS.
       01  REG-REPARTOS.
           02 REP-CLAVE.
                03 REP-NUMERO        PIC 9(9).
                03 REP-CEDULA        PIC X(15).
           02 REP-NOMBRE              PIC X(50).
           02 REP-TIPO-PERIODO        PIC X(1).
           02 REP-PERIODO             PIC 9(9).
           02 REP-METODO              PIC X(1).
           02 REP-BASE                PIC 9(9)V99.
           02 REP-MONTO               PIC 9(9)V99.
           02 REP-FECHA               PIC 9(08).
           02 REP-HORA                PIC 9(08).
           02 REP-USUARIO             PIC X(15).
       *>  REGISTRO DE UNA PROMOCIÓN: ALCANCE (P = UN PLATILLO, T = UN
       *>  TIPO DE PLATILLO), MODO (P = PORCENTAJE DE DESCUENTO, F =
       *>  PRECIO FIJO), VIGENCIA POR FECHAS AAAAMMDD Y FRANJA HORARIA
       *>  HHMM, Y ESTADO (A = ACTIVA, I = INACTIVA)
       FD  F-ARCHIVO-PROMOCIONES.
       01  REG-PROMOCIONES.
           02 PMO-CODIGO              PIC X(10).
           02 PMO-DESCRIPCION         PIC X(40).
           02 PMO-ALCANCE             PIC X(1).
           02 PMO-OBJETIVO            PIC X(30).
           02 PMO-MODO                PIC X(1).
           02 PMO-VALOR               PIC 9(6)V99.
           02 PMO-FECHA-DESDE         PIC 9(08).
           02 PMO-FECHA-HASTA         PIC 9(08).
           02 PMO-HORA-DESDE          PIC 9(04).
           02 PMO-HORA-HASTA          PIC 9(04).
           02 PMO-ESTADO              PIC X(1).
       *>  REGISTRO GENÉRICO DE LAS COPIAS DEL RESPALDO Y DEL ARCHIVO
       *>  DE TRABAJO DE LA DEPURACIÓN, DEL LARGO DEL MAYOR REGISTRO
       *>  DEL SISTEMA (LA BITÁCORA DE AUDITORÍA)
       FD  F-ARCHIVO-RESPALDO.
       01  REG-RESPALDO               PIC X(3666).
       *>  RENGLÓN DEL MANIFIESTO: TIPO A = UN ARCHIVO DEL JUEGO CON SU
       *>  CÓDIGO, REGISTROS, TOTAL DE CONTROL Y ESTADO (C = COPIADO,
       *>  N = NO EXISTÍA, E = ERROR); TIPO T = RENGLÓN FINAL CON LA
       *>  CANTIDAD DE ARCHIVOS, EL TOTAL DE REGISTROS Y EL ESTADO DEL
       *>  JUEGO COMPLETO. SIN RENGLÓN FINAL EL RESPALDO NO TERMINÓ
       FD  F-ARCHIVO-MANIFIESTO.
       01  REG-MANIFIESTO.
           02 MAN-TIPO                PIC X(1).
           02 MAN-ARCHIVO             PIC X(30).
           02 MAN-CODIGO              PIC 9(2).
           02 MAN-REGISTROS           PIC 9(9).
           02 MAN-CONTROL             PIC 9(18).
           02 MAN-ESTADO              PIC X(1).
           02 MAN-FECHA               PIC 9(08).
           02 MAN-HORA                PIC 9(08).
       *>  -------------------------------------------------------------
       WORKING-STORAGE SECTION.
       *>  ESTRUCTURA PARA EL REGISTRO DE LA CARTA DEL RESTAURANTE
       01  WS-ENT-MESEROS.
           02 WS-MESEROS-NOMBRE-APELLIDO    PIC X(50).
           02 WS-MESEROS-CEDULA             PIC X(15).
           02 WS-MESEROS-PUNTOS             PIC 9(3).
       *>  ESTRUCTURA PARA EL REGISTRO DE LAS MESAS
       01  WS-ENT-MESAS.
           02 WS-MESAS-NUMERO            PIC X(4).
                03 WS-PEDIDOS-MES           PIC 9(02).
                03 WS-PEDIDOS-ANNO          PIC 9(04).
           02 WS-PEDIDOS-COMANDA             PIC 9(15).
           02 WS-PEDIDOS-DESCUENTO           PIC 9(6)V99.
           02 WS-PEDIDOS-DESC-TIPO           PIC X(1).
           02 WS-PEDIDOS-PROMOCION           PIC X(10).
           02 WS-PEDIDOS-DESC-MOTIVO         PIC X(40).
           02 WS-PEDIDOS-DESC-USUARIO        PIC X(15).
           02 WS-PEDIDOS-DESC-AUTORIZA       PIC X(15).
       *>  ESTRUCTURA PARA EL REGISTRO DE LAS COMANDAS (ENCABEZADO)
       01  WS-ENT-COMANDAS.
           02 WS-COMANDAS-NUMERO             PIC 9(15).
           02 WS-PAG-HORA                    PIC 9(08).
           02 WS-PAG-USUARIO                 PIC X(15).
           02 WS-PAG-TURNO                   PIC 9(9).
           02 WS-PAG-MONEDA                  PIC X(03).
           02 WS-PAG-MONTO-DIVISA            PIC 9(7)V99.
           02 WS-PAG-TASA                    PIC 9(7)V9999.
           02 WS-PAG-IGTF                    PIC 9(9)V99.
           02 WS-PAG-VUELTO-BS               PIC 9(9)V99.
           02 WS-PAG-REPARTO                 PIC 9(9).
       *>  ESTRUCTURA PARA EL REGISTRO DE PARÁMETROS FISCALES
       01  WS-ENT-PARAMETROS.
           02 WS-PRM-CODIGO                  PIC X(15).
           02 WS-PRM-RIF                     PIC X(15).
           02 WS-PRM-DIRECCION               PIC X(100).
           02 WS-PRM-DELIVERY-MONTO          PIC 9(6)V99.
           02 WS-PRM-IGTF-PORC               PIC 9(2)V99.
           02 WS-PRM-PROPINA-COCINA          PIC 9(2)V99.
           02 WS-PRM-PROPINA-METODO          PIC X(1).
       *>  ESTRUCTURA PARA EL REGISTRO DE FACTURAS
       01  WS-ENT-FACTURAS.
           02 WS-FAC-NUMERO                  PIC 9(15).
           02 WS-FAC-CLIENTE-COD             PIC X(10).
           02 WS-FAC-RIF                     PIC X(15).
           02 WS-FAC-DELIVERY-MONTO          PIC 9(6)V99.
           02 WS-FAC-TASA                    PIC 9(7)V9999.
           02 WS-FAC-DIVISA-BS               PIC 9(9)V99.
           02 WS-FAC-IGTF-PORC               PIC 9(2)V99.
           02 WS-FAC-IGTF-MONTO              PIC 9(9)V99.
           02 WS-FAC-DESCUENTO               PIC 9(9)V99.
       *>  ESTRUCTURA PARA EL REGISTRO DEL LIBRO DE RESERVAS
       01  WS-ENT-RESERVAS.
           02 WS-RSV-CLAVE.
           02 WS-INS-UNIDAD                  PIC X(10).
           02 WS-INS-EXISTENCIA              PIC 9(7)V99.
           02 WS-INS-MINIMO                  PIC 9(7)V99.
           02 WS-INS-COSTO                   PIC 9(7)V99.
       *>  ESTRUCTURA PARA UNA LÍNEA DE RECETA
       01  WS-ENT-RECETAS.
           02 WS-REC-CLAVE.
           02 WS-CLI-NOMBRE                  PIC X(50).
           02 WS-CLI-TELEFONO                PIC X(15).
           02 WS-CLI-RIF                     PIC X(15).
           02 WS-CLI-LIMITE-CREDITO          PIC 9(9)V99.
       *>  ESTRUCTURA PARA EL REGISTRO DE NOTAS DE CRÉDITO
       01  WS-ENT-NOTAS-CRED.
           02 WS-NCR-NUMERO                  PIC 9(15).
           02 WS-NCR-MOTIVO                  PIC X(100).
           02 WS-NCR-USUARIO                 PIC X(15).
           02 WS-NCR-TURNO                   PIC 9(9).
           02 WS-NCR-A-CUENTA                PIC X(1).
       *>  ESTRUCTURA PARA EL REGISTRO DEL MAESTRO DE PROVEEDORES
       01  WS-ENT-PROVEEDORES.
           02 WS-PRV-CODIGO                  PIC X(10).
           02 WS-PRV-NOMBRE                  PIC X(50).
           02 WS-PRV-RIF                     PIC X(15).
           02 WS-PRV-TELEFONO                PIC X(15).
           02 WS-PRV-CONTACTO                PIC X(50).
       *>  ESTRUCTURA PARA EL ENCABEZADO DE UNA ORDEN DE COMPRA
       01  WS-ENT-ORDENES.
           02 WS-ORC-NUMERO                  PIC 9(9).
           02 WS-ORC-PROVEEDOR               PIC X(10).
           02 WS-ORC-FECHA                   PIC 9(08).
           02 WS-ORC-ESTADO                  PIC X(1).
           02 WS-ORC-TOTAL                   PIC 9(9)V99.
           02 WS-ORC-USUARIO                 PIC X(15).
       *>  ESTRUCTURA PARA UNA LÍNEA DE ORDEN DE COMPRA
       01  WS-ENT-ORDENES-LIN.
           02 WS-ORL-CLAVE.
                03 WS-ORL-ORDEN             PIC 9(9).
                03 WS-ORL-INSUMO            PIC X(15).
           02 WS-ORL-CANTIDAD                PIC 9(7)V99.
           02 WS-ORL-PRECIO                  PIC 9(7)V99.
           02 WS-ORL-RECIBIDO                PIC 9(7)V99.
       *>  ESTRUCTURA PARA EL REGISTRO DE UNA RECEPCIÓN DE MERCANCÍA
       01  WS-ENT-RECEPCIONES.
           02 WS-RCP-NUMERO                  PIC 9(9).
           02 WS-RCP-ORDEN                   PIC 9(9).
           02 WS-RCP-PROVEEDOR               PIC X(10).
           02 WS-RCP-INSUMO                  PIC X(15).
           02 WS-RCP-FACTURA                 PIC X(20).
           02 WS-RCP-FECHA                   PIC 9(08).
           02 WS-RCP-CANTIDAD                PIC 9(7)V99.
           02 WS-RCP-COSTO                   PIC 9(7)V99.
           02 WS-RCP-MONTO                   PIC 9(9)V99.
           02 WS-RCP-PAGADO                  PIC X(1).
           02 WS-RCP-FECHA-PAGO              PIC 9(08).
           02 WS-RCP-USUARIO                 PIC X(15).
       *>  ESTRUCTURA PARA EL REGISTRO DE UNA TOMA DE INVENTARIO
       01  WS-ENT-CONTEOS.
           02 WS-CNT-NUMERO                  PIC 9(9).
           02 WS-CNT-FECHA                   PIC 9(08).
           02 WS-CNT-HORA                    PIC 9(08).
           02 WS-CNT-DESDE                   PIC 9(08).
           02 WS-CNT-ESTADO                  PIC X(1).
           02 WS-CNT-FECHA-ASIENTO           PIC 9(08).
           02 WS-CNT-USUARIO                 PIC X(15).
       *>  ESTRUCTURA PARA UNA LÍNEA DE LA TOMA DE INVENTARIO
       01  WS-ENT-CONTEOS-LIN.
           02 WS-CNL-CLAVE.
                03 WS-CNL-CONTEO            PIC 9(9).
                03 WS-CNL-INSUMO            PIC X(15).
           02 WS-CNL-TEORICO                 PIC 9(7)V99.
           02 WS-CNL-CONTADO                 PIC 9(7)V99.
           02 WS-CNL-CAPTURADO               PIC X(1).
           02 WS-CNL-COSTO                   PIC 9(7)V99.
           02 WS-CNL-CONSUMO                 PIC 9(7)V99.
       *>  ESTRUCTURA PARA EL REGISTRO DE LA TASA DE CAMBIO
       01  WS-ENT-TASAS.
           02 WS-TAS-FECHA                   PIC 9(08).
           02 WS-TAS-VALOR                   PIC 9(7)V9999.
           02 WS-TAS-USUARIO                 PIC X(15).
           02 WS-TAS-HORA                    PIC 9(08).
       *>  ESTRUCTURA PARA UN MOVIMIENTO DE CUENTAS POR COBRAR
       01  WS-ENT-CXC.
           02 WS-CXC-CLAVE.
                03 WS-CXC-CLIENTE           PIC X(10).
                03 WS-CXC-NUMERO            PIC 9(9).
           02 WS-CXC-TIPO                    PIC X(1).
           02 WS-CXC-FECHA                   PIC 9(08).
           02 WS-CXC-HORA                    PIC 9(08).
           02 WS-CXC-DOCUMENTO               PIC 9(15).
           02 WS-CXC-COMANDA                 PIC 9(15).
           02 WS-CXC-MONTO                   PIC 9(9)V99.
           02 WS-CXC-TIPO-PAGO               PIC X(20).
           02 WS-CXC-USUARIO                 PIC X(15).
           02 WS-CXC-TURNO                   PIC 9(9).
       *>  ESTRUCTURA PARA EL CIERRE DE UN MES FISCAL
       01  WS-ENT-PERIODOS.
           02 WS-PER-PERIODO                 PIC 9(06).
           02 WS-PER-ESTADO                  PIC X(1).
           02 WS-PER-FECHA                   PIC 9(08).
           02 WS-PER-HORA                    PIC 9(08).
           02 WS-PER-USUARIO                 PIC X(15).
           02 WS-PER-FACTURAS                PIC 9(7).
           02 WS-PER-NOTAS                   PIC 9(7).
           02 WS-PER-BASE                    PIC S9(11)V99.
           02 WS-PER-IVA                     PIC S9(11)V99.
           02 WS-PER-TOTAL                   PIC S9(11)V99.
       *>  ESTRUCTURA PARA EL PAGO DE PROPINAS A UN BENEFICIARIO
       01  WS-ENT-REPARTOS.
           02 WS-REP-CLAVE.
                03 WS-REP-NUMERO            PIC 9(9).
                03 WS-REP-CEDULA            PIC X(15).
           02 WS-REP-NOMBRE                  PIC X(50).
           02 WS-REP-TIPO-PERIODO            PIC X(1).
           02 WS-REP-PERIODO                 PIC 9(9).
           02 WS-REP-METODO                  PIC X(1).
           02 WS-REP-BASE                    PIC 9(9)V99.
           02 WS-REP-MONTO                   PIC 9(9)V99.
           02 WS-REP-FECHA                   PIC 9(08).
           02 WS-REP-HORA                    PIC 9(08).
           02 WS-REP-USUARIO                 PIC X(15).
       *>  ESTRUCTURA PARA EL REGISTRO DE UNA PROMOCIÓN
       01  WS-ENT-PROMOCIONES.
           02 WS-PMO-CODIGO                  PIC X(10).
           02 WS-PMO-DESCRIPCION             PIC X(40).
           02 WS-PMO-ALCANCE                 PIC X(1).
           02 WS-PMO-OBJETIVO                PIC X(30).
           02 WS-PMO-MODO                    PIC X(1).
           02 WS-PMO-VALOR                   PIC 9(6)V99.
           02 WS-PMO-FECHA-DESDE             PIC 9(08).
           02 WS-PMO-FECHA-HASTA             PIC 9(08).
           02 WS-PMO-HORA-DESDE              PIC 9(04).
           02 WS-PMO-HORA-HASTA              PIC 9(04).
           02 WS-PMO-ESTADO                  PIC X(1).
       *>  -------------------------------------------------------------
       *>  VARIABLES PARA MANEJO DE LOS ESTADOS EN I-O DE LOS ARCHIVOS
       77  FS-STATUS-CARTA            PIC X(2).
       77  FS-STATUS-NOTAS-CRED       PIC X(2).
       77  FS-STATUS-SPOOL            PIC X(2).
       77  FS-STATUS-COCINA-HIST      PIC X(2).
       77  FS-STATUS-PROVEEDORES      PIC X(2).
       77  FS-STATUS-ORDENES          PIC X(2).
       77  FS-STATUS-ORDENES-LIN      PIC X(2).
       77  FS-STATUS-RECEPCIONES      PIC X(2).
       77  FS-STATUS-CONTEOS          PIC X(2).
       77  FS-STATUS-CONTEOS-LIN      PIC X(2).
       77  FS-STATUS-TASAS            PIC X(2).
       77  FS-STATUS-CXC              PIC X(2).
       77  FS-STATUS-PERIODOS         PIC X(2).
       77  FS-STATUS-LIBRO            PIC X(2).
       77  FS-STATUS-REPARTOS         PIC X(2).
       77  FS-STATUS-PROMOCIONES      PIC X(2).
       77  FS-STATUS-RESPALDO         PIC X(2).
       77  FS-STATUS-MANIFIESTO       PIC X(2).
       *>  -------------------------------------------------------------
       *>  VARIABLES DE USO GENERAL
       77  WS-FIN                      PIC 9(01) VALUE ZERO.
               INDEXED BY WS-CIERRE-TIPO-IDX.
               03  WS-CIERRE-TIPO-NOMBRE  PIC X(20).
               03  WS-CIERRE-TIPO-TOTAL   PIC 9(9)V99.
               03  WS-CIERRE-TIPO-MONEDA  PIC X(03).
               03  WS-CIERRE-TIPO-DIVISA  PIC 9(9)V99.
       *>  -------------------------------------------------------------
       *> VARIABLES PARA EL MANEJO DE COMANDAS (VARIOS PLATILLOS
       *> POR PEDIDO DE MESA)
       77  WS-REC-HALLADA              PIC 9(01) VALUE ZERO.
       77  WS-REC-NECESARIO            PIC 9(7)V99 VALUE ZERO.
       77  WS-FIN-RECETAS              PIC 9(01) VALUE ZERO.
       77  WS-INS-COSTO-REC            PIC 9(7)V99 VALUE ZERO.
       77  WS-INS-VALOR                PIC 9(11)V9999 VALUE ZERO.
       *>  -------------------------------------------------------------
       *> SESIÓN DEL USUARIO CONECTADO Y VARIABLES DEL LOGIN
       77  WS-USUARIO-ACTUAL           PIC X(15) VALUE SPACES.
       *> INVENTARIO DE LO DEVUELTO
       77  WS-NCR-ACUM                 PIC 9(9)V99 VALUE ZERO.
       77  WS-NCR-SALDO                PIC 9(9)V99 VALUE ZERO.
       77  WS-NCR-TOPE                 PIC 9(9)V99 VALUE ZERO.
       77  WS-FIN-NOTAS                PIC 9(01) VALUE ZERO.
       77  WS-CIERRE-NOTAS             PIC 9(9)V99 VALUE ZERO.
       77  WS-CIERRE-NETO              PIC S9(9)V99 VALUE ZERO.
       77  WS-PAGO-HALLADO             PIC 9(01) VALUE ZERO.
       77  WS-CIERRE-TIPO-PAGO         PIC X(20) VALUE SPACES.
       77  WS-CIERRE-MONTO             PIC 9(9)V99 VALUE ZERO.
       77  WS-PAGO-IGTF                PIC 9(9)V99 VALUE ZERO.
       77  WS-PAGO-DIVISA-BS           PIC 9(9)V99 VALUE ZERO.
       77  WS-PAGO-TASA                PIC 9(7)V9999 VALUE ZERO.
       77  WS-CIERRE-MONEDA            PIC X(03) VALUE SPACES.
       77  WS-CIERRE-DIVISA            PIC 9(9)V99 VALUE ZERO.
       77  WS-CIERRE-IGTF              PIC 9(9)V99 VALUE ZERO.
       77  WS-CIERRE-VUELTO            PIC 9(9)V99 VALUE ZERO.
       77  WS-CIERRE-TOTAL-BS          PIC 9(9)V99 VALUE ZERO.
       77  WS-CIERRE-TOTAL-USD         PIC 9(9)V99 VALUE ZERO.
       77  WS-CIERRE-DIVISA-ED         PIC Z(8)9.99.
       *>  -------------------------------------------------------------
       *> VARIABLES PARA EL CÁLCULO DE IVA/SERVICIO Y LA FACTURACIÓN
       77  WS-FACT-BASE                PIC 9(9)V99 VALUE ZERO.
               03  WS-LIQ-VENTAS          PIC 9(9)V99.
               03  WS-LIQ-PROPINAS       PIC 9(9)V99.
       *>  -------------------------------------------------------------
       *> VARIABLES PARA LAS COMPRAS: PROVEEDORES, ÓRDENES DE COMPRA Y
       *> RECEPCIÓN DE MERCANCÍA CONTRA LOS INSUMOS
       77  WS-CMP-OPCION               PIC 9(01) VALUE ZERO.
       77  WS-CMP-MAS-LINEAS           PIC X(1) VALUE 'S'.
       77  WS-CMP-LINEAS               PIC 9(03) VALUE ZERO.
       77  WS-CMP-GRABADA              PIC 9(01) VALUE ZERO.
       77  WS-CMP-PENDIENTES           PIC 9(03) VALUE ZERO.
       77  WS-CMP-RECIBIDAS            PIC 9(03) VALUE ZERO.
       77  WS-CMP-PENDIENTE            PIC 9(7)V99 VALUE ZERO.
       77  WS-CMP-CANTIDAD             PIC 9(7)V99 VALUE ZERO.
       77  WS-CMP-COSTO                PIC 9(7)V99 VALUE ZERO.
       77  WS-CMP-MONTO                PIC 9(9)V99 VALUE ZERO.
       77  WS-CMP-FACTURA              PIC X(20) VALUE SPACES.
       77  WS-CMP-ORDEN                PIC 9(9) VALUE ZERO.
       77  WS-CMP-PROV-PEND            PIC 9(9)V99 VALUE ZERO.
       77  WS-CMP-PROV-DEUDA           PIC 9(9)V99 VALUE ZERO.
       77  WS-CMP-TOTAL-PEND           PIC 9(9)V99 VALUE ZERO.
       77  WS-CMP-TOTAL-DEUDA          PIC 9(9)V99 VALUE ZERO.
       77  WS-FIN-ORDENES              PIC 9(01) VALUE ZERO.
       77  WS-FIN-ORD-LIN              PIC 9(01) VALUE ZERO.
       77  WS-FIN-RECEPCIONES          PIC 9(01) VALUE ZERO.
       *>  -------------------------------------------------------------
       *> VARIABLES PARA EL COSTEO DE RECETAS Y EL MARGEN POR PLATILLO
       77  WS-COS-COSTO                PIC 9(7)V99 VALUE ZERO.
       77  WS-COS-LINEA                PIC 9(7)V9999 VALUE ZERO.
       77  WS-COS-PORC                 PIC 9(5)V99 VALUE ZERO.
       77  WS-COS-MARGEN               PIC S9(7)V99 VALUE ZERO.
       77  WS-COS-MARGEN-TOT           PIC S9(9)V99 VALUE ZERO.
       77  WS-COS-CONTRIB              PIC S9(11)V99 VALUE ZERO.
       77  WS-COS-UNIDADES             PIC 9(7) VALUE ZERO.
       77  WS-COS-COSTO-TOT            PIC 9(11)V99 VALUE ZERO.
       77  WS-COS-SIN-COSTO            PIC 9(03) VALUE ZERO.
       77  WS-COS-ALERTAS              PIC 9(03) VALUE ZERO.
       77  WS-COS-MARGEN-ED            PIC -(7)9.99.
       77  WS-COS-CONTRIB-ED           PIC -(10)9.99.
       *>  -------------------------------------------------------------
       *> VARIABLES PARA LA TOMA DE INVENTARIO FÍSICO Y EL REPORTE DE
       *> MERMA CONTRA EL CONSUMO TEÓRICO POR RECETAS
       77  WS-TOMA-OPCION              PIC 9(01) VALUE ZERO.
       77  WS-TOMA-ABIERTA             PIC 9(9) VALUE ZERO.
       77  WS-TOMA-ESTADO              PIC X(01) VALUE SPACE.
       77  WS-TOMA-ULTIMA              PIC 9(9) VALUE ZERO.
       77  WS-TOMA-ULT-FECHA           PIC 9(08) VALUE ZERO.
       77  WS-TOMA-INSUMOS             PIC 9(05) VALUE ZERO.
       77  WS-TOMA-PENDIENTES          PIC 9(05) VALUE ZERO.
       77  WS-TOMA-OTRO                PIC X(1) VALUE 'S'.
       77  WS-TOMA-CONFIRMA            PIC X(1) VALUE SPACES.
       77  WS-TOMA-CANTIDAD            PIC 9(7)V99 VALUE ZERO.
       77  WS-TOMA-UNIDADES            PIC 9(7) VALUE ZERO.
       77  WS-TOMA-MERMA               PIC S9(7)V99 VALUE ZERO.
       77  WS-TOMA-REAL                PIC S9(7)V99 VALUE ZERO.
       77  WS-TOMA-MERMA-COSTO         PIC S9(9)V99 VALUE ZERO.
       77  WS-TOMA-TOTAL-MERMA         PIC S9(11)V99 VALUE ZERO.
       77  WS-TOMA-TOTAL-TEORICO       PIC 9(11)V99 VALUE ZERO.
       77  WS-TOMA-CONSUMO-COSTO       PIC 9(11)V99 VALUE ZERO.
       77  WS-TOMA-TEO-ED              PIC -(7)9.99.
       77  WS-TOMA-CONT-ED             PIC -(7)9.99.
       77  WS-TOMA-CONS-ED             PIC -(7)9.99.
       77  WS-TOMA-REAL-ED             PIC -(7)9.99.
       77  WS-TOMA-MERMA-ED            PIC -(7)9.99.
       77  WS-TOMA-MONTO-ED            PIC -(10)9.99.
       77  WS-FIN-CONTEOS              PIC 9(01) VALUE ZERO.
       77  WS-FIN-CNT-LIN              PIC 9(01) VALUE ZERO.
       *>  -------------------------------------------------------------
       *> VARIABLES PARA LA TASA DE CAMBIO Y EL COBRO EN DIVISAS
       77  WS-TAS-OPCION               PIC 9(01) VALUE ZERO.
       77  WS-FIN-TASAS                PIC 9(01) VALUE ZERO.
       77  WS-DIV-TASA                 PIC 9(7)V9999 VALUE ZERO.
       77  WS-DIV-TASA-HALLADA         PIC 9(01) VALUE ZERO.
       77  WS-DIV-REQUERIDO            PIC 9(9)V99 VALUE ZERO.
       77  WS-DIV-RECIBIDO-BS          PIC 9(9)V99 VALUE ZERO.
       77  WS-DIV-SALDO-USD            PIC 9(7)V99 VALUE ZERO.
       77  WS-DIV-TOTAL-IGTF           PIC 9(9)V99 VALUE ZERO.
       77  WS-ARQ-ESPERADO             PIC 9(9)V99 VALUE ZERO.
       77  WS-ARQ-FACTOR               PIC 9(7)V9999 VALUE ZERO.
       *>  -------------------------------------------------------------
       *> VARIABLES PARA LOS CARGOS A CUENTA, LOS ABONOS, EL ESTADO DE
       *> CUENTA Y LA ANTIGÜEDAD DE SALDOS DE LOS CLIENTES
       77  WS-FIN-CXC                  PIC 9(01) VALUE ZERO.
       77  WS-CTA-CLIENTE              PIC X(10) VALUE SPACES.
       77  WS-CTA-NOMBRE               PIC X(50) VALUE SPACES.
       77  WS-CTA-EXISTE               PIC 9(01) VALUE ZERO.
       77  WS-CTA-LIMITE               PIC 9(9)V99 VALUE ZERO.
       77  WS-CTA-CARGOS               PIC 9(9)V99 VALUE ZERO.
       77  WS-CTA-CREDITOS             PIC 9(9)V99 VALUE ZERO.
       77  WS-CTA-SALDO                PIC S9(9)V99 VALUE ZERO.
       77  WS-CTA-DISPONIBLE           PIC S9(9)V99 VALUE ZERO.
       77  WS-CTA-RESTO                PIC 9(9)V99 VALUE ZERO.
       77  WS-CTA-PENDIENTE            PIC 9(9)V99 VALUE ZERO.
       77  WS-CTA-HALLADO              PIC 9(01) VALUE ZERO.
       77  WS-CTA-CARGADO              PIC 9(9)V99 VALUE ZERO.
       77  WS-CTA-ASENTADO             PIC 9(01) VALUE ZERO.
       77  WS-CTA-ABONO                PIC 9(9)V99 VALUE ZERO.
       77  WS-CTA-HOY-NUM              PIC 9(9) VALUE ZERO.
       77  WS-CTA-DIAS                 PIC S9(9) VALUE ZERO.
       77  WS-CTA-TRAMO-1              PIC 9(9)V99 VALUE ZERO.
       77  WS-CTA-TRAMO-2              PIC 9(9)V99 VALUE ZERO.
       77  WS-CTA-TRAMO-3              PIC 9(9)V99 VALUE ZERO.
       77  WS-CTA-TRAMO-4              PIC 9(9)V99 VALUE ZERO.
       77  WS-CTA-TOT-1                PIC 9(11)V99 VALUE ZERO.
       77  WS-CTA-TOT-2                PIC 9(11)V99 VALUE ZERO.
       77  WS-CTA-TOT-3                PIC 9(11)V99 VALUE ZERO.
       77  WS-CTA-TOT-4                PIC 9(11)V99 VALUE ZERO.
       77  WS-CTA-TOT-SALDO            PIC S9(11)V99 VALUE ZERO.
       77  WS-CTA-EXCEDIDOS            PIC 9(05) VALUE ZERO.
       77  WS-CTA-ABONOS-FECHA         PIC 9(9)V99 VALUE ZERO.
       77  WS-CTA-SALDO-ED             PIC -(8)9.99.
       77  WS-CTA-MONTO-ED             PIC Z(8)9.99.
       77  WS-CTA-TOT-ED               PIC -(10)9.99.
       77  WS-CTA-TIPO-DESC            PIC X(12) VALUE SPACES.
       *>  FECHA AAAAMMDD A CONVERTIR EN NÚMERO DE DÍA CORRIDO, PARA
       *>  RESTAR FECHAS (ANTIGÜEDAD DE UN CARGO EN DÍAS)
       01  WS-DIAS-FECHA.
           02 WS-DIAS-ANNO             PIC 9(04).
           02 WS-DIAS-MES              PIC 9(02).
           02 WS-DIAS-DIA              PIC 9(02).
       77  WS-DIAS-A                   PIC 9(05) VALUE ZERO.
       77  WS-DIAS-M                   PIC 9(02) VALUE ZERO.
       77  WS-DIAS-AUX                 PIC 9(09) VALUE ZERO.
       77  WS-DIAS-NUM                 PIC 9(09) VALUE ZERO.
       *>  -------------------------------------------------------------
       *> VARIABLES PARA EL LIBRO DE VENTAS, EL CONTROL DE LA
       *> NUMERACIÓN Y EL CIERRE DE LOS MESES FISCALES
       77  WS-LIB-OPCION               PIC 9(01) VALUE ZERO.
       77  WS-LIB-NOMBRE               PIC X(40) VALUE SPACES.
       77  WS-LIB-MES                  PIC 9(02) VALUE ZERO.
       77  WS-LIB-ANNO                 PIC 9(04) VALUE ZERO.
       77  WS-LIB-PERIODO              PIC 9(06) VALUE ZERO.
       77  WS-LIB-PER-ACTUAL           PIC 9(06) VALUE ZERO.
       77  WS-LIB-DOC-PERIODO          PIC 9(06) VALUE ZERO.
       77  WS-LIB-HOY                  PIC 9(08) VALUE ZERO.
       77  WS-LIB-CERRADO              PIC 9(01) VALUE ZERO.
       77  WS-LIB-MUESTRA              PIC 9(01) VALUE ZERO.
       77  WS-LIB-CONFIRMA             PIC X(01) VALUE SPACE.
       77  WS-LIB-FAC-CANT             PIC 9(7) VALUE ZERO.
       77  WS-LIB-NC-CANT              PIC 9(7) VALUE ZERO.
       77  WS-LIB-FAC-BASE             PIC 9(11)V99 VALUE ZERO.
       77  WS-LIB-FAC-IVA              PIC 9(11)V99 VALUE ZERO.
       77  WS-LIB-FAC-TOTAL            PIC 9(11)V99 VALUE ZERO.
       77  WS-LIB-NC-BASE              PIC 9(11)V99 VALUE ZERO.
       77  WS-LIB-NC-IVA               PIC 9(11)V99 VALUE ZERO.
       77  WS-LIB-NC-TOTAL             PIC 9(11)V99 VALUE ZERO.
       77  WS-LIB-NETO-BASE            PIC S9(11)V99 VALUE ZERO.
       77  WS-LIB-NETO-IVA             PIC S9(11)V99 VALUE ZERO.
       77  WS-LIB-NETO-TOTAL           PIC S9(11)V99 VALUE ZERO.
       77  WS-LIB-DOC-TIPO             PIC X(03) VALUE SPACES.
       77  WS-LIB-DOC-NUMERO           PIC 9(15) VALUE ZERO.
       77  WS-LIB-DOC-FECHA            PIC 9(08) VALUE ZERO.
       77  WS-LIB-DOC-RIF              PIC X(15) VALUE SPACES.
       77  WS-LIB-DOC-NOMBRE           PIC X(50) VALUE SPACES.
       77  WS-LIB-DOC-AFECTA           PIC X(15) VALUE SPACES.
       77  WS-LIB-DOC-COMANDA          PIC 9(15) VALUE ZERO.
       77  WS-LIB-DOC-BASE             PIC 9(9)V99 VALUE ZERO.
       77  WS-LIB-DOC-PORC             PIC 9(2)V99 VALUE ZERO.
       77  WS-LIB-DOC-IVA              PIC 9(9)V99 VALUE ZERO.
       77  WS-LIB-DOC-TOTAL            PIC 9(9)V99 VALUE ZERO.
       77  WS-LIB-SIGNO                PIC S9(01) VALUE 1.
       77  WS-LIB-BASE-ED              PIC -(9)9.99.
       77  WS-LIB-IVA-ED               PIC -(9)9.99.
       77  WS-LIB-TOTAL-ED             PIC -(9)9.99.
       77  WS-LIB-PORC-ED              PIC Z9.99.
       77  WS-LIB-TOT-ED               PIC -(11)9.99.
       77  WS-LIB-SERIE                PIC X(15) VALUE SPACES.
       77  WS-LIB-ANT-NUM              PIC 9(15) VALUE ZERO.
       77  WS-LIB-ANT-FECHA            PIC 9(08) VALUE ZERO.
       77  WS-LIB-FALTA-DESDE          PIC 9(15) VALUE ZERO.
       77  WS-LIB-FALTA-HASTA          PIC 9(15) VALUE ZERO.
       77  WS-LIB-QUIEBRES             PIC 9(05) VALUE ZERO.
       77  WS-LIB-COM-CANT             PIC 9(05) VALUE ZERO.
       77  WS-LIB-COM-IDX              PIC 9(05) VALUE ZERO.
       77  WS-LIB-COM-HALLADA          PIC 9(01) VALUE ZERO.
       01  WS-LIB-FECHA.
           02 WS-LIB-F-ANNO            PIC 9(04).
           02 WS-LIB-F-MES             PIC 9(02).
           02 WS-LIB-F-DIA             PIC 9(02).
       *>  COMANDAS YA FACTURADAS EN EL MES, PARA DETECTAR UNA COMANDA
       *>  CON MÁS DE UNA FACTURA
       01  WS-LIB-TABLA-COMANDAS.
           02  WS-LIB-COMANDA OCCURS 5000 TIMES PIC 9(15).
       *>  -------------------------------------------------------------
       *> VARIABLES PARA EL REPARTO DE PROPINAS ENTRE COCINA Y MESEROS
       77  WS-PRO-OPCION               PIC 9(01) VALUE ZERO.
       77  WS-PRO-TIPO-PERIODO         PIC X(01) VALUE SPACE.
       77  WS-PRO-PERIODO              PIC 9(09) VALUE ZERO.
       77  WS-PRO-DIA                  PIC 9(02) VALUE ZERO.
       77  WS-PRO-MES                  PIC 9(02) VALUE ZERO.
       77  WS-PRO-ANNO                 PIC 9(04) VALUE ZERO.
       77  WS-PRO-CORTE                PIC 9(16) VALUE ZERO.
       77  WS-PRO-MOMENTO              PIC 9(16) VALUE ZERO.
       77  WS-PRO-FECHA                PIC 9(08) VALUE ZERO.
       77  WS-PRO-HORA                 PIC 9(08) VALUE ZERO.
       77  WS-PRO-APLICA               PIC 9(01) VALUE ZERO.
       77  WS-PRO-MESERO               PIC X(15) VALUE SPACES.
       77  WS-PRO-PAGOS                PIC 9(07) VALUE ZERO.
       77  WS-PRO-TOTAL                PIC 9(9)V99 VALUE ZERO.
       77  WS-PRO-SIN-MESERO           PIC 9(9)V99 VALUE ZERO.
       77  WS-PRO-COCINA               PIC 9(9)V99 VALUE ZERO.
       77  WS-PRO-SALA                 PIC 9(9)V99 VALUE ZERO.
       77  WS-PRO-REPARTIDO            PIC 9(9)V99 VALUE ZERO.
       77  WS-PRO-SUMA-BASE            PIC 9(11)V99 VALUE ZERO.
       77  WS-PRO-CANT                 PIC 9(03) VALUE ZERO.
       77  WS-PRO-IDX                  PIC 9(03) VALUE ZERO.
       77  WS-PRO-HALLADO              PIC 9(01) VALUE ZERO.
       77  WS-PRO-IGUALES              PIC 9(01) VALUE ZERO.
       77  WS-PRO-CONFIRMA             PIC X(01) VALUE SPACE.
       77  WS-PRO-NUMERO               PIC 9(09) VALUE ZERO.
       77  WS-PRO-FIN                  PIC 9(01) VALUE ZERO.
       77  WS-PRO-MONTO-ED             PIC Z(8)9.99.
       77  WS-PRO-BASE-ED              PIC Z(8)9.99.
       *>  MESEROS QUE TRABAJARON EN EL PERÍODO CON LAS PROPINAS DE
       *>  SUS COMANDAS, SU BASE DE REPARTO Y LO QUE LES TOCA
       01  WS-PRO-TABLA.
           02  WS-PRO-ITEM OCCURS 50 TIMES.
               03 WS-PRO-CEDULA        PIC X(15).
               03 WS-PRO-NOMBRE        PIC X(50).
               03 WS-PRO-PROPINAS      PIC 9(9)V99.
               03 WS-PRO-BASE          PIC 9(9)V99.
               03 WS-PRO-MONTO         PIC 9(9)V99.
       *>  DESCUENTOS, CORTESÍAS Y PROMOCIONES
       77  WS-DSC-OPCION               PIC 9(1) VALUE ZERO.
       77  WS-DSC-FECHA                PIC 9(08) VALUE ZERO.
       77  WS-DSC-HHMM                 PIC 9(04) VALUE ZERO.
       77  WS-DSC-TIPO-PLATILLO        PIC X(30) VALUE SPACES.
       77  WS-DSC-PRECIO-LISTA         PIC 9(6)V99 VALUE ZERO.
       77  WS-DSC-PRECIO-PROMO         PIC 9(6)V99 VALUE ZERO.
       77  WS-DSC-PRECIO-CAND          PIC 9(6)V99 VALUE ZERO.
       77  WS-DSC-PROMO-COD            PIC X(10) VALUE SPACES.
       77  WS-DSC-PROMO-DESC           PIC X(40) VALUE SPACES.
       77  WS-DSC-APLICA               PIC 9(1) VALUE ZERO.
       77  WS-DSC-FIN                  PIC 9(1) VALUE ZERO.
       77  WS-DSC-TIPO                 PIC X(1) VALUE SPACE.
       77  WS-DSC-PORC                 PIC 9(3)V99 VALUE ZERO.
       77  WS-DSC-MOTIVO               PIC X(40) VALUE SPACES.
       77  WS-DSC-AUTORIZA             PIC X(15) VALUE SPACES.
       77  WS-DSC-AUTORIZADO           PIC 9(1) VALUE ZERO.
       77  WS-DSC-CLAVE                PIC X(15) VALUE SPACES.
       77  WS-DSC-LINEA                PIC 9(15) VALUE ZERO.
       77  WS-DSC-BRUTO                PIC 9(9)V99 VALUE ZERO.
       77  WS-DSC-MONTO                PIC 9(9)V99 VALUE ZERO.
       77  WS-DSC-LINEAS               PIC 9(5) VALUE ZERO.
       77  WS-DSC-TOTAL-COMANDA        PIC 9(9)V99 VALUE ZERO.
       77  WS-DSC-SUBTOTAL             PIC 9(9)V99 VALUE ZERO.
       77  WS-DSC-DESBORDE             PIC 9(1) VALUE ZERO.
       77  WS-DSC-TOT-PROMO            PIC 9(9)V99 VALUE ZERO.
       77  WS-DSC-TOT-MANUAL           PIC 9(9)V99 VALUE ZERO.
       77  WS-DSC-TOT-CORTESIA         PIC 9(9)V99 VALUE ZERO.
       77  WS-DSC-GRUPO                PIC X(1) VALUE SPACE.
       77  WS-DSC-LLAVE                PIC X(40) VALUE SPACES.
       77  WS-DSC-CANT                 PIC 9(3) VALUE ZERO.
       77  WS-DSC-IDX                  PIC 9(3) VALUE ZERO.
       77  WS-DSC-HALLADO              PIC 9(1) VALUE ZERO.
       77  WS-DSC-MONTO-ED             PIC Z(8)9.99.
       *>  RESUMEN DEL REPORTE DE DESCUENTOS POR GRUPO (U = USUARIO,
       *>  M = MESERO, R = MOTIVO, P = PROMOCIÓN)
       01  WS-DSC-TABLA.
           02  WS-DSC-ITEM OCCURS 200 TIMES.
               03 WS-DSC-I-GRUPO       PIC X(1).
               03 WS-DSC-I-LLAVE       PIC X(40).
               03 WS-DSC-I-LINEAS      PIC 9(5).
               03 WS-DSC-I-MONTO       PIC 9(9)V99.
       *>  RESPALDO, RESTAURACIÓN Y DEPURACIÓN DE HISTÓRICOS: NOMBRES
       *>  DE LAS COPIAS Y DEL MANIFIESTO, IMAGEN DEL REGISTRO EN CURSO
       *>  Y TOTALES DE CONTROL (REGISTROS Y SUMA DE UN CAMPO NUMÉRICO
       *>  DE CADA ARCHIVO)
       77  WS-RSP-NOMBRE               PIC X(60) VALUE SPACES.
       77  WS-MAN-NOMBRE               PIC X(60) VALUE SPACES.
       77  WS-RSP-ARCHIVO              PIC X(30) VALUE SPACES.
       01  WS-RSP-REGISTRO             PIC X(3666) VALUE SPACES.
       77  WS-RSP-FS                   PIC X(2) VALUE SPACES.
       77  WS-RSP-FIN                  PIC 9(1) VALUE ZERO.
       77  WS-RSP-FALLA                PIC 9(1) VALUE ZERO.
       77  WS-RSP-COD                  PIC 9(2) VALUE ZERO.
       77  WS-RSP-IDX                  PIC 9(3) VALUE ZERO.
       77  WS-RSP-CANT                 PIC 9(3) VALUE ZERO.
       77  WS-RSP-ERRORES              PIC 9(3) VALUE ZERO.
       77  WS-RSP-REGS                 PIC 9(9) VALUE ZERO.
       77  WS-RSP-CONTROL              PIC 9(18) VALUE ZERO.
       77  WS-RSP-VER-REGS             PIC 9(9) VALUE ZERO.
       77  WS-RSP-VER-CONTROL          PIC 9(18) VALUE ZERO.
       77  WS-RSP-TOT-REGS             PIC 9(9) VALUE ZERO.
       77  WS-RSP-CAMPO-TXT            PIC X(18) JUSTIFIED RIGHT.
       77  WS-RSP-CAMPO                PIC 9(18) VALUE ZERO.
       77  WS-RSP-POS                  PIC 9(4) VALUE ZERO.
       77  WS-RSP-LEN                  PIC 9(2) VALUE ZERO.
       77  WS-RSP-HOY                  PIC 9(8) VALUE ZERO.
       77  WS-RSP-HORA                 PIC 9(8) VALUE ZERO.
       77  WS-RSP-ANNO-HOY             PIC 9(4) VALUE ZERO.
       77  WS-RSP-MAN-FIN              PIC 9(1) VALUE ZERO.
       77  WS-RSP-TRAILER              PIC 9(1) VALUE ZERO.
       77  WS-RSP-TEXTO                PIC X(40) VALUE SPACES.
       77  WS-RSP-REGS-ED              PIC Z(8)9.
       77  WS-RSP-CONTROL-ED           PIC Z(17)9.
       77  WS-RSP-CANT-ED              PIC ZZ9.
       *>  CATÁLOGO DE LOS ARCHIVOS DEL SISTEMA POR CÓDIGO: NOMBRE
       *>  FÍSICO Y POSICIÓN/LARGO DEL CAMPO QUE SE SUMA COMO TOTAL DE
       *>  CONTROL (LARGO CERO = SÓLO SE CUENTAN LOS REGISTROS)
       01  WS-RSP-CATALOGO.
           02  WS-RSP-CAT OCCURS 38 TIMES.
               03 WS-RSP-CAT-ARCHIVO   PIC X(30).
               03 WS-RSP-CAT-POS       PIC 9(4).
               03 WS-RSP-CAT-LEN       PIC 9(2).
       *>  ARCHIVOS DEL JUEGO DE RESPALDO (LOS DEL CATÁLOGO MÁS LOS
       *>  ARCHIVOS ANUALES DE LOS HISTÓRICOS) CON SUS TOTALES Y ESTADO
       *>  (C = COPIADO, N = NO EXISTÍA, E = ERROR)
       01  WS-RSP-TABLA.
           02  WS-RSP-ITEM OCCURS 200 TIMES.
               03 WS-RSP-I-ARCHIVO     PIC X(30).
               03 WS-RSP-I-CODIGO      PIC 9(2).
               03 WS-RSP-I-REGISTROS   PIC 9(9).
               03 WS-RSP-I-CONTROL     PIC 9(18).
               03 WS-RSP-I-ESTADO      PIC X(1).
       *>  ARCHIVOS ANUALES DE LOS HISTÓRICOS: NOMBRE CON QUE SE ABRE
       *>  CADA HISTÓRICO, RANGO DE AÑOS QUE PIDE EL REPORTE EN CURSO
       *>  (CERO = SÓLO EL ARCHIVO VIVO) Y AÑO DEL ARCHIVO ANUAL QUE SE
       *>  ESTÁ LEYENDO DE CADA UNO
       77  WS-RCH-NOMBRE               PIC X(40)
               VALUE 'COMANDAS_HIST.TXT'.
       77  WS-RPH-NOMBRE               PIC X(40)
               VALUE 'PEDIDOS_HIST.TXT'.
       77  WS-KCH-NOMBRE               PIC X(40)
               VALUE 'COCINA_HIST.TXT'.
       77  WS-AUD-NOMBRE               PIC X(40)
               VALUE 'AUDITORIA.TXT'.
       77  WS-HIS-ANNO-DESDE           PIC 9(4) VALUE ZERO.
       77  WS-HIS-ANNO-HASTA           PIC 9(4) VALUE ZERO.
       77  WS-HIS-ANNO-MINIMO          PIC 9(4) VALUE 2000.
       77  WS-HIS-ANNO                 PIC 9(4) VALUE ZERO.
       77  WS-HIS-FECHA-HOY            PIC 9(8) VALUE ZERO.
       77  WS-HIS-BASE                 PIC X(20) VALUE SPACES.
       77  WS-HIS-NOMBRE               PIC X(40) VALUE SPACES.
       77  WS-HIS-RCH-ANNO             PIC 9(4) VALUE ZERO.
       77  WS-HIS-RPH-ANNO             PIC 9(4) VALUE ZERO.
       77  WS-HIS-KCH-ANNO             PIC 9(4) VALUE ZERO.
       77  WS-HIS-RCH-CERRADO          PIC 9(1) VALUE ZERO.
       77  WS-HIS-RPH-CERRADO          PIC 9(1) VALUE ZERO.
       77  WS-HIS-KCH-CERRADO          PIC 9(1) VALUE ZERO.
       *>  DEPURACIÓN: MESES QUE SE CONSERVAN, FECHA DE CORTE AAAAMMDD
       *>  (PRIMER DÍA DEL MES MÁS VIEJO QUE SE CONSERVA) Y CONTADORES
       77  WS-PUR-MESES-TXT            PIC X(3) JUSTIFIED RIGHT.
       77  WS-PUR-LARGO                PIC 9(2) VALUE ZERO.
       77  WS-PUR-MESES                PIC 9(3) VALUE ZERO.
       77  WS-PUR-MESES-ED             PIC ZZ9.
       77  WS-PUR-PERIODO              PIC 9(6) VALUE ZERO.
       77  WS-PUR-CORTE-ANNO           PIC 9(4) VALUE ZERO.
       77  WS-PUR-CORTE-MES            PIC 9(2) VALUE ZERO.
       77  WS-PUR-CORTE                PIC 9(8) VALUE ZERO.
       77  WS-PUR-FECHA                PIC 9(8) VALUE ZERO.
       77  WS-PUR-ANNO-ABIERTO         PIC 9(4) VALUE ZERO.
       77  WS-PUR-MOVIDOS              PIC 9(9) VALUE ZERO.
       77  WS-PUR-ANUAL                PIC 9(9) VALUE ZERO.
       77  WS-PUR-BORRADOS             PIC 9(9) VALUE ZERO.
       77  WS-PUR-DUPLICADOS           PIC 9(9) VALUE ZERO.
       77  WS-PUR-ERROR                PIC 9(1) VALUE ZERO.
       *>  PLAN DE PRODUCCIÓN: FECHA OBJETIVO, SEMANAS DE HISTORIA QUE
       *>  SE PROMEDIAN (MISMO DÍA DE LA SEMANA) Y AJUSTE POR RESERVAS
       01  WS-PLN-FECHA.
           02 WS-PLN-ANNO              PIC 9(04) VALUE ZERO.
           02 WS-PLN-MES               PIC 9(02) VALUE ZERO.
           02 WS-PLN-DIA               PIC 9(02) VALUE ZERO.
       77  WS-PLN-SEMANAS              PIC 9(02) VALUE ZERO.
       77  WS-PLN-SEMANAS-TXT          PIC X(2) JUSTIFIED RIGHT.
       77  WS-PLN-LARGO                PIC 9(2) VALUE ZERO.
       77  WS-PLN-DIAS-OBJ             PIC 9(09) VALUE ZERO.
       77  WS-PLN-DIFER                PIC S9(09) VALUE ZERO.
       77  WS-PLN-SEMANA               PIC 9(03) VALUE ZERO.
       77  WS-PLN-RESTO                PIC 9(01) VALUE ZERO.
       77  WS-PLN-SEM-CANT             PIC 9(02) VALUE ZERO.
       77  WS-PLN-SEM-IDX              PIC 9(02) VALUE ZERO.
       01  WS-PLN-SEM-TABLA.
           02  WS-PLN-SEM-VENTA OCCURS 52 TIMES PIC 9(01).
       77  WS-PLN-CUB-OBJ              PIC 9(05) VALUE ZERO.
       77  WS-PLN-CUB-HIST             PIC 9(07) VALUE ZERO.
       77  WS-PLN-CUB-NORMAL           PIC 9(05)V99 VALUE ZERO.
       77  WS-PLN-FACTOR               PIC 9(03)V99 VALUE ZERO.
       77  WS-PLN-EXACTO               PIC 9(07)V9999 VALUE ZERO.
       77  WS-PLN-UNIDADES-W           PIC 9(05) VALUE ZERO.
       77  WS-PLN-VENDIDAS             PIC 9(07) VALUE ZERO.
       77  WS-PLN-SIN-RECETA           PIC 9(03) VALUE ZERO.
       77  WS-PLN-A-COMPRAR            PIC 9(03) VALUE ZERO.
       77  WS-PLN-HALLADO              PIC 9(01) VALUE ZERO.
       77  WS-PLN-COMPRA               PIC 9(07)V99 VALUE ZERO.
       77  WS-PLN-DISPONIBLE           PIC S9(07)V99 VALUE ZERO.
       77  WS-PLN-COSTO                PIC 9(09)V99 VALUE ZERO.
       77  WS-PLN-COSTO-TOTAL          PIC 9(09)V99 VALUE ZERO.
       77  WS-PLN-PROM-ED              PIC ZZZZ9.99.
       77  WS-PLN-UNI-ED               PIC ZZZZ9.
       77  WS-PLN-CANT-ED              PIC Z(6)9.99.
       77  WS-PLN-FACTOR-ED            PIC ZZ9.99.
       77  WS-PLN-CUB-ED               PIC ZZZZ9.
       77  WS-PLN-SEM-ED               PIC Z9.
       *>  PLATILLOS DEL PLAN CON SU ESTACIÓN, EL PROMEDIO VENDIDO Y
       *>  LAS UNIDADES A PREPARAR YA AJUSTADAS
       77  WS-PLN-CANT                 PIC 9(03) VALUE ZERO.
       77  WS-PLN-IDX                  PIC 9(03) VALUE ZERO.
       01  WS-PLN-TABLA.
           02  WS-PLN-ITEM OCCURS 100 TIMES.
               03 WS-PLN-CODIGO        PIC X(15).
               03 WS-PLN-DESCRIPCION   PIC X(100).
               03 WS-PLN-ESTACION      PIC X(10).
               03 WS-PLN-PROMEDIO      PIC 9(05)V99.
               03 WS-PLN-UNIDADES      PIC 9(05).
               03 WS-PLN-RECETA        PIC 9(01).
       77  WS-PLN-EST-CANT             PIC 9(02) VALUE ZERO.
       77  WS-PLN-EST-IDX              PIC 9(02) VALUE ZERO.
       01  WS-PLN-EST-TABLA.
           02  WS-PLN-EST OCCURS 10 TIMES PIC X(10).
       *>  INSUMOS QUE PIDE EL PLAN SEGÚN LAS RECETAS, CON LO QUE HAY
       77  WS-PLN-INS-CANT             PIC 9(03) VALUE ZERO.
       77  WS-PLN-INS-IDX              PIC 9(03) VALUE ZERO.
       01  WS-PLN-INS-TABLA.
           02  WS-PLN-INS-ITEM OCCURS 200 TIMES.
               03 WS-PLN-INS-CODIGO    PIC X(15).
               03 WS-PLN-INS-DESC      PIC X(30).
               03 WS-PLN-INS-UNIDAD    PIC X(10).
               03 WS-PLN-INS-REQUERIDO PIC 9(07)V99.
               03 WS-PLN-INS-EXISTE    PIC 9(07)V99.
               03 WS-PLN-INS-MINIMO    PIC 9(07)V99.
               03 WS-PLN-INS-COSTO     PIC 9(07)V99.
               03 WS-PLN-INS-HALLADO   PIC 9(01).
       *>  -------------------------------------------------------------
       PROCEDURE DIVISION.
       *>  -------------------------------------------------------------
       *>  FUNCIÓN PRINCIPAL DEL SISTEMA
       *>    CIERRECAJA AAAAMMDD
       *>    INTEGRIDAD
       *>    CSV        AAAAMMDD AAAAMMDD
       *>    RESPALDO
       *>    RESTAURA   AAAAMMDD
       *>    PURGA      MESES A CONSERVAR
       *>    PLAN       AAAAMMDD SEMANAS
       *>  RETORNO: 0 = BIEN, 4 = CON OBSERVACIONES, 8 = FALLÓ
           ACCEPT WS-PARAM-LINEA FROM COMMAND-LINE.
           IF WS-PARAM-LINEA NOT = SPACES
                       PERFORM 000-CIERRE-PEDIDOS
                       PERFORM 000-CIERRE-SPOOL
                   END-IF
               WHEN 'RESPALDO'
                   MOVE "RESPALDO DE ARCHIVOS" TO WS-SPOOL-TITULO
                   PERFORM 000-ABRE-SPOOL-REPORTE
                   IF WS-BATCH-RC NOT = 8
                       PERFORM 002-BATCH-RESPALDO
                       PERFORM 000-CIERRE-SPOOL
                   END-IF
               WHEN 'RESTAURA'
                   MOVE "RESTAURACION DE UN RESPALDO"
                       TO WS-SPOOL-TITULO
                   PERFORM 000-ABRE-SPOOL-REPORTE
                   IF WS-BATCH-RC NOT = 8
                       PERFORM 002-BATCH-RESTAURA
                       PERFORM 000-CIERRE-SPOOL
                   END-IF
               WHEN 'PURGA'
       *>          EL PARÁMETRO ES LA CANTIDAD DE MESES QUE SE
       *>          CONSERVAN; EL REPORTE SE FECHA CON EL DÍA DE LA
       *>          CORRIDA
                   MOVE ZERO TO WS-PUR-MESES
                   MOVE ZERO TO WS-PUR-LARGO
                   MOVE SPACES TO WS-PUR-MESES-TXT
                   UNSTRING WS-PARAM-FECHA1 DELIMITED BY SPACE
                       INTO WS-PUR-MESES-TXT COUNT IN WS-PUR-LARGO
                   END-UNSTRING
                   INSPECT WS-PUR-MESES-TXT
                       REPLACING LEADING SPACE BY ZERO
                   IF WS-PUR-LARGO <= 3 AND
                       WS-PUR-MESES-TXT IS NUMERIC
                       MOVE WS-PUR-MESES-TXT TO WS-PUR-MESES
                   END-IF
                   ACCEPT WS-PARAM-FECHA1 FROM DATE YYYYMMDD
                   MOVE WS-PARAM-FECHA1 TO WS-PARAM-FECHA-DES
                   IF WS-PUR-MESES = ZERO
                       DISPLAY "PURGA: INDIQUE CUÁNTOS MESES DE "
                           "HISTÓRICO SE CONSERVAN (1 A 999)"
                       MOVE 8 TO WS-BATCH-RC
                   ELSE
                       MOVE "DEPURACION DE HISTORICOS"
                           TO WS-SPOOL-TITULO
                       PERFORM 000-ABRE-SPOOL-REPORTE
                       IF WS-BATCH-RC NOT = 8
                           PERFORM 002-BATCH-PURGA
                           PERFORM 000-CIERRE-SPOOL
                       END-IF
                   END-IF
               WHEN 'PLAN'
       *>          FECHA DEL PLAN (POR OMISIÓN HOY) Y SEMANAS DE
       *>          HISTORIA (POR OMISIÓN 4)
                   MOVE ZERO TO WS-PLN-SEMANAS
                   MOVE ZERO TO WS-PLN-LARGO
                   MOVE SPACES TO WS-PLN-SEMANAS-TXT
                   UNSTRING WS-PARAM-FECHA2 DELIMITED BY SPACE
                       INTO WS-PLN-SEMANAS-TXT COUNT IN WS-PLN-LARGO
                   END-UNSTRING
                   INSPECT WS-PLN-SEMANAS-TXT
                       REPLACING LEADING SPACE BY ZERO
                   IF WS-PLN-LARGO <= 2 AND
                       WS-PLN-SEMANAS-TXT IS NUMERIC
                       MOVE WS-PLN-SEMANAS-TXT TO WS-PLN-SEMANAS
                   END-IF
                   MOVE WS-PARAM-ANNO TO WS-PLN-ANNO
                   MOVE WS-PARAM-MES TO WS-PLN-MES
                   MOVE WS-PARAM-DIA TO WS-PLN-DIA
                   IF WS-PARAM-FECHA-DES IS NOT NUMERIC OR
                       WS-PLN-MES < 1 OR WS-PLN-MES > 12 OR
                       WS-PLN-DIA < 1 OR WS-PLN-DIA > 31 OR
                       WS-PLN-ANNO < WS-HIS-ANNO-MINIMO
                       DISPLAY "FECHA NO VÁLIDA."
                       MOVE 8 TO WS-BATCH-RC
                   ELSE
                       MOVE "PLAN DE PRODUCCION Y COMPRAS"
                           TO WS-SPOOL-TITULO
                       PERFORM 000-ABRE-SPOOL-REPORTE
                       IF WS-BATCH-RC NOT = 8
                           PERFORM 002-CALCULA-PLAN
                           IF WS-PLN-CANT = ZERO AND
                               WS-BATCH-RC < 4
                               MOVE 4 TO WS-BATCH-RC
                           END-IF
                           PERFORM 000-CIERRE-SPOOL
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "PARÁMETRO DESCONOCIDO: " WS-PARAM-MODO
                   DISPLAY "USO: CIERREDIA AAAAMMDD | CIERRECAJA "
                       "AAAAMMDD | INTEGRIDAD | CSV AAAAMMDD "
                       "AAAAMMDD | RESPALDO | RESTAURA AAAAMMDD | "
                       "PURGA MESES | PLAN AAAAMMDD SEMANAS"
                   MOVE 8 TO WS-BATCH-RC
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  RESPALDO DESATENDIDO: COPIA CADA ARCHIVO DEL SISTEMA (Y LOS
       *>  ARCHIVOS ANUALES DE LOS HISTÓRICOS) A UN JUEGO FECHADO
       *>  RESPALDO_AAAAMMDD_<ARCHIVO>, RELEE CADA COPIA PARA
       *>  COMPROBAR SUS REGISTROS Y SU TOTAL DE CONTROL Y DEJA EL
       *>  MANIFIESTO CON ESOS TOTALES Y UN RENGLÓN FINAL; CUALQUIER
       *>  ARCHIVO SIN COPIA COMPLETA DEJA EL JUEGO EN ERROR (CÓDIGO 8)
       *>  PARA QUE EL SCRIPT NOCTURNO SE DETENGA
       *>  -------------------------------------------------------------
       002-BATCH-RESPALDO.
           PERFORM 000-RSP-CATALOGO.
           PERFORM 000-RSP-ARMA-JUEGO.
           MOVE ZERO TO WS-RSP-ERRORES.
           MOVE ZERO TO WS-RSP-TOT-REGS.
           ACCEPT WS-RSP-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-RSP-HORA FROM TIME.

           PERFORM 000-RSP-NOMBRE-MANIFIESTO.
           MOVE ZERO TO FS-STATUS-MANIFIESTO.
           OPEN OUTPUT F-ARCHIVO-MANIFIESTO.
           IF FS-STATUS-MANIFIESTO NOT = '00' THEN
               MOVE SPACES TO WS-SPOOL-LINEA
               STRING
                   "NO SE PUDO CREAR EL MANIFIESTO " DELIMITED BY SIZE
                   WS-MAN-NOMBRE DELIMITED BY SPACE
                   " ESTADO " DELIMITED BY SIZE
                   FS-STATUS-MANIFIESTO DELIMITED BY SIZE
                   INTO WS-SPOOL-LINEA
               END-STRING
               PERFORM 000-ESCRIBE-SPOOL
               MOVE 8 TO WS-BATCH-RC
           ELSE
               PERFORM 000-RSP-SPOOL-TITULOS
               PERFORM 005-RSP-COPIA-ARCHIVO
                   VARYING WS-RSP-IDX FROM 1 BY 1
                   UNTIL WS-RSP-IDX > WS-RSP-CANT

       *>      RENGLÓN FINAL: SÓLO UN RESPALDO QUE LLEGÓ HASTA AQUÍ
       *>      TIENE MANIFIESTO COMPLETO
               MOVE 'T' TO MAN-TIPO
               MOVE "FIN DEL RESPALDO" TO MAN-ARCHIVO
               MOVE ZERO TO MAN-CODIGO
               MOVE WS-RSP-CANT TO MAN-REGISTROS
               MOVE WS-RSP-TOT-REGS TO MAN-CONTROL
               IF WS-RSP-ERRORES = ZERO
                   MOVE 'C' TO MAN-ESTADO
               ELSE
                   MOVE 'E' TO MAN-ESTADO
               END-IF
               MOVE WS-RSP-HOY TO MAN-FECHA
               MOVE WS-RSP-HORA TO MAN-HORA
               WRITE REG-MANIFIESTO
               IF FS-STATUS-MANIFIESTO NOT = '00'
                   ADD 1 TO WS-RSP-ERRORES
               END-IF
               CLOSE F-ARCHIVO-MANIFIESTO

               MOVE SPACES TO WS-SPOOL-LINEA
               PERFORM 000-ESCRIBE-SPOOL
               MOVE WS-RSP-CANT TO WS-RSP-CANT-ED
               MOVE WS-RSP-TOT-REGS TO WS-RSP-REGS-ED
               MOVE SPACES TO WS-SPOOL-LINEA
               IF WS-RSP-ERRORES = ZERO
                   STRING
                       "RESPALDO COMPLETO: " DELIMITED BY SIZE
                       WS-RSP-CANT-ED DELIMITED BY SIZE
                       " ARCHIVOS, " DELIMITED BY SIZE
                       WS-RSP-REGS-ED DELIMITED BY SIZE
                       " REGISTROS, MANIFIESTO " DELIMITED BY SIZE
                       WS-MAN-NOMBRE DELIMITED BY SPACE
                       INTO WS-SPOOL-LINEA
                   END-STRING
                   PERFORM 000-ESCRIBE-SPOOL
               ELSE
                   MOVE WS-RSP-ERRORES TO WS-RSP-CANT-ED
                   STRING
                       "RESPALDO INCOMPLETO: " DELIMITED BY SIZE
                       WS-RSP-CANT-ED DELIMITED BY SIZE
                       " ARCHIVOS CON ERROR, EL JUEGO NO SIRVE "
                           DELIMITED BY SIZE
                       "PARA RESTAURAR" DELIMITED BY SIZE
                       INTO WS-SPOOL-LINEA
                   END-STRING
                   PERFORM 000-ESCRIBE-SPOOL
                   MOVE 8 TO WS-BATCH-RC
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  COPIAR UN ARCHIVO DEL JUEGO, COMPROBAR LA COPIA Y ANOTARLO
       *>  EN EL MANIFIESTO Y EN EL REPORTE
       *>  -------------------------------------------------------------
       005-RSP-COPIA-ARCHIVO.
           MOVE WS-RSP-I-CODIGO (WS-RSP-IDX) TO WS-RSP-COD.
           MOVE WS-RSP-I-ARCHIVO (WS-RSP-IDX) TO WS-RSP-ARCHIVO.
           MOVE ZERO TO WS-RSP-REGS.
           MOVE ZERO TO WS-RSP-CONTROL.
           MOVE SPACES TO WS-RSP-TEXTO.
           PERFORM 005-RSP-NOMBRA-ARCHIVO.
           PERFORM 005-RSP-ABRE-ORIGEN.
           EVALUATE TRUE
               WHEN WS-RSP-FS = '35'
                   MOVE 'N' TO WS-RSP-I-ESTADO (WS-RSP-IDX)
                   MOVE "NO EXISTE, NADA QUE COPIAR" TO WS-RSP-TEXTO
               WHEN WS-RSP-FS NOT = '00'
                   MOVE 'E' TO WS-RSP-I-ESTADO (WS-RSP-IDX)
                   STRING "ERROR AL ABRIR, ESTADO " WS-RSP-FS
                       DELIMITED BY SIZE INTO WS-RSP-TEXTO
                   END-STRING
               WHEN OTHER
                   MOVE 'C' TO WS-RSP-I-ESTADO (WS-RSP-IDX)
                   PERFORM 006-RSP-COPIA-REGISTROS
           END-EVALUATE.
           PERFORM 005-RSP-NOMBRES-VIGENTES.

           MOVE WS-RSP-REGS TO WS-RSP-I-REGISTROS (WS-RSP-IDX).
           MOVE WS-RSP-CONTROL TO WS-RSP-I-CONTROL (WS-RSP-IDX).
           IF WS-RSP-I-ESTADO (WS-RSP-IDX) = 'E'
               ADD 1 TO WS-RSP-ERRORES
           END-IF.
           ADD WS-RSP-REGS TO WS-RSP-TOT-REGS.

           MOVE 'A' TO MAN-TIPO.
           MOVE WS-RSP-ARCHIVO TO MAN-ARCHIVO.
           MOVE WS-RSP-COD TO MAN-CODIGO.
           MOVE WS-RSP-REGS TO MAN-REGISTROS.
           MOVE WS-RSP-CONTROL TO MAN-CONTROL.
           MOVE WS-RSP-I-ESTADO (WS-RSP-IDX) TO MAN-ESTADO.
           MOVE WS-RSP-HOY TO MAN-FECHA.
           MOVE WS-RSP-HORA TO MAN-HORA.
           WRITE REG-MANIFIESTO.
           IF FS-STATUS-MANIFIESTO NOT = '00'
               ADD 1 TO WS-RSP-ERRORES
               MOVE "NO SE PUDO ANOTAR EN EL MANIFIESTO"
                   TO WS-RSP-TEXTO
           END-IF.

           PERFORM 005-RSP-SPOOL-ARCHIVO.

       006-RSP-COPIA-REGISTROS.
           PERFORM 000-RSP-NOMBRE-COPIA.
           MOVE ZERO TO FS-STATUS-RESPALDO.
           OPEN OUTPUT F-ARCHIVO-RESPALDO.
           IF FS-STATUS-RESPALDO NOT = '00' THEN
               MOVE 'E' TO WS-RSP-I-ESTADO (WS-RSP-IDX)
               STRING "ERROR AL CREAR LA COPIA, ESTADO "
                   FS-STATUS-RESPALDO
                   DELIMITED BY SIZE INTO WS-RSP-TEXTO
               END-STRING
               PERFORM 005-RSP-CIERRA-ARCHIVO
           ELSE
               MOVE 0 TO WS-RSP-FIN
               MOVE 0 TO WS-RSP-FALLA
               PERFORM 005-RSP-LEE-ORIGEN
               PERFORM 006-RSP-ESCRIBE-COPIA UNTIL WS-RSP-FIN = 1
               PERFORM 005-RSP-CIERRA-ARCHIVO
               CLOSE F-ARCHIVO-RESPALDO
               IF WS-RSP-FALLA = 1
                   MOVE 'E' TO WS-RSP-I-ESTADO (WS-RSP-IDX)
                   STRING "ERROR DE LECTURA O ESCRITURA, ESTADO "
                       WS-RSP-FS
                       DELIMITED BY SIZE INTO WS-RSP-TEXTO
                   END-STRING
               ELSE
                   PERFORM 006-RSP-VERIFICA-COPIA
               END-IF
           END-IF.

       006-RSP-ESCRIBE-COPIA.
           ADD 1 TO WS-RSP-REGS.
           PERFORM 005-RSP-CAMPO-CONTROL.
           ADD WS-RSP-CAMPO TO WS-RSP-CONTROL.
           WRITE REG-RESPALDO FROM WS-RSP-REGISTRO.
           IF FS-STATUS-RESPALDO NOT = '00'
               MOVE FS-STATUS-RESPALDO TO WS-RSP-FS
               MOVE 1 TO WS-RSP-FALLA
               MOVE 1 TO WS-RSP-FIN
           ELSE
               PERFORM 005-RSP-LEE-ORIGEN
           END-IF.

       *>  RELEER LA COPIA RECIÉN ESCRITA: DEBE TENER LOS MISMOS
       *>  REGISTROS Y EL MISMO TOTAL DE CONTROL QUE EL ORIGINAL
       006-RSP-VERIFICA-COPIA.
           PERFORM 005-RSP-CUENTA-COPIA.
           IF WS-RSP-FALLA = 1 OR
               WS-RSP-VER-REGS NOT = WS-RSP-REGS OR
               WS-RSP-VER-CONTROL NOT = WS-RSP-CONTROL
               MOVE 'E' TO WS-RSP-I-ESTADO (WS-RSP-IDX)
               MOVE "LA COPIA NO CUADRA CON EL ORIGINAL"
                   TO WS-RSP-TEXTO
           ELSE
               MOVE "COPIADO Y VERIFICADO" TO WS-RSP-TEXTO
           END-IF.
       *>  -------------------------------------------------------------
       *>  CONTAR LOS REGISTROS Y SUMAR EL TOTAL DE CONTROL DE LA COPIA
       *>  WS-RSP-NOMBRE (WS-RSP-FALLA = 1 SI NO SE PUDO LEER)
       *>  -------------------------------------------------------------
       005-RSP-CUENTA-COPIA.
           MOVE ZERO TO WS-RSP-VER-REGS.
           MOVE ZERO TO WS-RSP-VER-CONTROL.
           MOVE 0 TO WS-RSP-FALLA.
           MOVE ZERO TO FS-STATUS-RESPALDO.
           OPEN INPUT F-ARCHIVO-RESPALDO.
           IF FS-STATUS-RESPALDO NOT = '00' THEN
               MOVE FS-STATUS-RESPALDO TO WS-RSP-FS
               MOVE 1 TO WS-RSP-FALLA
           ELSE
               MOVE 0 TO WS-RSP-FIN
               PERFORM 005-RSP-LEE-COPIA
               PERFORM 006-RSP-CUENTA-REGISTRO UNTIL WS-RSP-FIN = 1
               CLOSE F-ARCHIVO-RESPALDO
           END-IF.

       006-RSP-CUENTA-REGISTRO.
           ADD 1 TO WS-RSP-VER-REGS.
           PERFORM 005-RSP-CAMPO-CONTROL.
           ADD WS-RSP-CAMPO TO WS-RSP-VER-CONTROL.
           PERFORM 005-RSP-LEE-COPIA.

       005-RSP-LEE-COPIA.
           READ F-ARCHIVO-RESPALDO INTO WS-RSP-REGISTRO
               AT END MOVE 1 TO WS-RSP-FIN
           END-READ.
       *>  -------------------------------------------------------------
       *>  RESTAURACIÓN DESATENDIDA DEL JUEGO DE RESPALDO DE LA FECHA
       *>  DEL PARÁMETRO: PRIMERO SE COMPRUEBA EL JUEGO COMPLETO CONTRA
       *>  SU MANIFIESTO (RENGLÓN FINAL, REGISTROS Y TOTAL DE CONTROL
       *>  DE CADA COPIA) Y SÓLO SI TODO CUADRA SE REEMPLAZAN LOS
       *>  ARCHIVOS; CON CUALQUIER DIFERENCIA NO SE TOCA NINGUNO
       *>  -------------------------------------------------------------
       002-BATCH-RESTAURA.
           PERFORM 000-RSP-CATALOGO.
           MOVE ZERO TO WS-RSP-ERRORES.
           MOVE ZERO TO WS-RSP-CANT.
           MOVE 0 TO WS-RSP-TRAILER.

           PERFORM 000-RSP-NOMBRE-MANIFIESTO.
           MOVE ZERO TO FS-STATUS-MANIFIESTO.
           OPEN INPUT F-ARCHIVO-MANIFIESTO.
           IF FS-STATUS-MANIFIESTO NOT = '00' THEN
               MOVE SPACES TO WS-SPOOL-LINEA
               STRING
                   "NO SE ENCONTRO EL MANIFIESTO " DELIMITED BY SIZE
                   WS-MAN-NOMBRE DELIMITED BY SPACE
                   " ESTADO " DELIMITED BY SIZE
                   FS-STATUS-MANIFIESTO DELIMITED BY SIZE
                   INTO WS-SPOOL-LINEA
               END-STRING
               PERFORM 000-ESCRIBE-SPOOL
               MOVE 8 TO WS-BATCH-RC
           ELSE
               MOVE 0 TO WS-RSP-MAN-FIN
               PERFORM 005-RSP-LEE-MANIFIESTO
               PERFORM 005-RSP-CARGA-MANIFIESTO
                   UNTIL WS-RSP-MAN-FIN = 1
               CLOSE F-ARCHIVO-MANIFIESTO
               IF WS-RSP-TRAILER = 0
                   MOVE SPACES TO WS-SPOOL-LINEA
                   STRING
                       "EL MANIFIESTO NO TIENE RENGLON FINAL: EL "
                           DELIMITED BY SIZE
                       "RESPALDO NO TERMINO"
                           DELIMITED BY SIZE
                       INTO WS-SPOOL-LINEA
                   END-STRING
                   PERFORM 000-ESCRIBE-SPOOL
                   ADD 1 TO WS-RSP-ERRORES
               END-IF

               MOVE "VERIFICACION DEL JUEGO CONTRA EL MANIFIESTO:"
                   TO WS-SPOOL-LINEA
               PERFORM 000-ESCRIBE-SPOOL
               PERFORM 000-RSP-SPOOL-TITULOS
               PERFORM 005-RSP-VERIFICA-JUEGO
                   VARYING WS-RSP-IDX FROM 1 BY 1
                   UNTIL WS-RSP-IDX > WS-RSP-CANT

               MOVE SPACES TO WS-SPOOL-LINEA
               PERFORM 000-ESCRIBE-SPOOL
               IF WS-RSP-ERRORES > ZERO
                   MOVE SPACES TO WS-SPOOL-LINEA
                   STRING
                       "EL RESPALDO NO CUADRA CON SU MANIFIESTO: NO "
                           DELIMITED BY SIZE
                       "SE RESTAURO NINGUN ARCHIVO"
                           DELIMITED BY SIZE
                       INTO WS-SPOOL-LINEA
                   END-STRING
                   PERFORM 000-ESCRIBE-SPOOL
                   MOVE 8 TO WS-BATCH-RC
               ELSE
                   MOVE "RESTAURACION DE LOS ARCHIVOS:"
                       TO WS-SPOOL-LINEA
                   PERFORM 000-ESCRIBE-SPOOL
                   PERFORM 000-RSP-SPOOL-TITULOS
                   PERFORM 005-RSP-RESTAURA-ARCHIVO
                       VARYING WS-RSP-IDX FROM 1 BY 1
                       UNTIL WS-RSP-IDX > WS-RSP-CANT
                   MOVE SPACES TO WS-SPOOL-LINEA
                   PERFORM 000-ESCRIBE-SPOOL
                   IF WS-RSP-ERRORES > ZERO
                       MOVE WS-RSP-ERRORES TO WS-RSP-CANT-ED
                       STRING
                           "RESTAURACION INCOMPLETA: "
                               DELIMITED BY SIZE
                           WS-RSP-CANT-ED DELIMITED BY SIZE
                           " ARCHIVOS CON ERROR" DELIMITED BY SIZE
                           INTO WS-SPOOL-LINEA
                       END-STRING
                       PERFORM 000-ESCRIBE-SPOOL
                       MOVE 8 TO WS-BATCH-RC
                   ELSE
                       MOVE WS-RSP-CANT TO WS-RSP-CANT-ED
                       STRING
                           "RESTAURACION COMPLETA DEL RESPALDO DEL "
                               DELIMITED BY SIZE
                           WS-PARAM-FECHA1 DELIMITED BY SPACE
                           ": " DELIMITED BY SIZE
                           WS-RSP-CANT-ED DELIMITED BY SIZE
                           " ARCHIVOS" DELIMITED BY SIZE
                           INTO WS-SPOOL-LINEA
                       END-STRING
                       PERFORM 000-ESCRIBE-SPOOL
                   END-IF
               END-IF
           END-IF.

       005-RSP-LEE-MANIFIESTO.
           READ F-ARCHIVO-MANIFIESTO NEXT RECORD
               AT END MOVE 1 TO WS-RSP-MAN-FIN
           END-READ.

       *>  CARGAR UN RENGLÓN DEL MANIFIESTO; EL RENGLÓN FINAL DEBE
       *>  VENIR CON ESTADO C Y CON LA CANTIDAD DE ARCHIVOS LEÍDOS
       005-RSP-CARGA-MANIFIESTO.
           EVALUATE TRUE
               WHEN MAN-TIPO = 'T'
                   MOVE 1 TO WS-RSP-TRAILER
                   IF MAN-ESTADO NOT = 'C'
                       MOVE "EL RESPALDO TERMINO CON ERRORES"
                           TO WS-SPOOL-LINEA
                       PERFORM 000-ESCRIBE-SPOOL
                       ADD 1 TO WS-RSP-ERRORES
                   END-IF
                   IF MAN-REGISTROS NOT = WS-RSP-CANT
                       MOVE "FALTAN ARCHIVOS EN EL MANIFIESTO"
                           TO WS-SPOOL-LINEA
                       PERFORM 000-ESCRIBE-SPOOL
                       ADD 1 TO WS-RSP-ERRORES
                   END-IF
               WHEN MAN-TIPO = 'A' AND
                   MAN-CODIGO IS NUMERIC AND
                   MAN-CODIGO >= 1 AND MAN-CODIGO <= 38 AND
                   WS-RSP-CANT < 200
                   ADD 1 TO WS-RSP-CANT
                   MOVE MAN-ARCHIVO TO WS-RSP-I-ARCHIVO (WS-RSP-CANT)
                   MOVE MAN-CODIGO TO WS-RSP-I-CODIGO (WS-RSP-CANT)
                   MOVE MAN-REGISTROS
                       TO WS-RSP-I-REGISTROS (WS-RSP-CANT)
                   MOVE MAN-CONTROL TO WS-RSP-I-CONTROL (WS-RSP-CANT)
                   MOVE MAN-ESTADO TO WS-RSP-I-ESTADO (WS-RSP-CANT)
               WHEN OTHER
                   MOVE "RENGLON DEL MANIFIESTO NO RECONOCIDO"
                       TO WS-SPOOL-LINEA
                   PERFORM 000-ESCRIBE-SPOOL
                   ADD 1 TO WS-RSP-ERRORES
           END-EVALUATE.
           PERFORM 005-RSP-LEE-MANIFIESTO.

       *>  COMPROBAR UNA COPIA DEL JUEGO CONTRA SU RENGLÓN DEL
       *>  MANIFIESTO, SIN TOCAR TODAVÍA EL ARCHIVO VIVO
       005-RSP-VERIFICA-JUEGO.
           MOVE WS-RSP-I-CODIGO (WS-RSP-IDX) TO WS-RSP-COD.
           MOVE WS-RSP-I-ARCHIVO (WS-RSP-IDX) TO WS-RSP-ARCHIVO.
           MOVE WS-RSP-I-REGISTROS (WS-RSP-IDX) TO WS-RSP-REGS.
           MOVE WS-RSP-I-CONTROL (WS-RSP-IDX) TO WS-RSP-CONTROL.
           MOVE SPACES TO WS-RSP-TEXTO.
           EVALUATE WS-RSP-I-ESTADO (WS-RSP-IDX)
               WHEN 'N'
                   MOVE "NO EXISTIA AL RESPALDAR, NO SE TOCA"
                       TO WS-RSP-TEXTO
               WHEN 'C'
                   PERFORM 000-RSP-NOMBRE-COPIA
                   PERFORM 005-RSP-CUENTA-COPIA
                   EVALUATE TRUE
                       WHEN WS-RSP-FALLA = 1
                           STRING "FALTA LA COPIA, ESTADO " WS-RSP-FS
                               DELIMITED BY SIZE INTO WS-RSP-TEXTO
                           END-STRING
                           ADD 1 TO WS-RSP-ERRORES
                       WHEN WS-RSP-VER-REGS NOT = WS-RSP-REGS OR
                           WS-RSP-VER-CONTROL NOT = WS-RSP-CONTROL
                           MOVE "NO CUADRA CON EL MANIFIESTO"
                               TO WS-RSP-TEXTO
                           ADD 1 TO WS-RSP-ERRORES
                       WHEN OTHER
                           MOVE "CUADRA CON EL MANIFIESTO"
                               TO WS-RSP-TEXTO
                   END-EVALUATE
               WHEN OTHER
                   MOVE "EL ARCHIVO QUEDO CON ERROR AL RESPALDAR"
                       TO WS-RSP-TEXTO
                   ADD 1 TO WS-RSP-ERRORES
           END-EVALUATE.
           PERFORM 005-RSP-SPOOL-ARCHIVO.

       *>  REEMPLAZAR UN ARCHIVO VIVO CON SU COPIA YA VERIFICADA
       005-RSP-RESTAURA-ARCHIVO.
           MOVE WS-RSP-I-CODIGO (WS-RSP-IDX) TO WS-RSP-COD.
           MOVE WS-RSP-I-ARCHIVO (WS-RSP-IDX) TO WS-RSP-ARCHIVO.
           MOVE ZERO TO WS-RSP-REGS.
           MOVE WS-RSP-I-CONTROL (WS-RSP-IDX) TO WS-RSP-CONTROL.
           MOVE SPACES TO WS-RSP-TEXTO.
           IF WS-RSP-I-ESTADO (WS-RSP-IDX) NOT = 'C'
               MOVE "NO EXISTIA AL RESPALDAR, NO SE TOCA"
                   TO WS-RSP-TEXTO
           ELSE
               PERFORM 000-RSP-NOMBRE-COPIA
               PERFORM 005-RSP-NOMBRA-ARCHIVO
               MOVE ZERO TO FS-STATUS-RESPALDO
               OPEN INPUT F-ARCHIVO-RESPALDO
               PERFORM 005-RSP-CREA-DESTINO
               IF FS-STATUS-RESPALDO NOT = '00' OR
                   WS-RSP-FS NOT = '00'
                   STRING "NO SE PUDO ABRIR, ESTADOS "
                       FS-STATUS-RESPALDO "/" WS-RSP-FS
                       DELIMITED BY SIZE INTO WS-RSP-TEXTO
                   END-STRING
                   ADD 1 TO WS-RSP-ERRORES
               ELSE
                   MOVE 0 TO WS-RSP-FIN
                   MOVE 0 TO WS-RSP-FALLA
                   PERFORM 005-RSP-LEE-COPIA
                   PERFORM 006-RSP-RESTAURA-REGISTRO
                       UNTIL WS-RSP-FIN = 1
                   IF WS-RSP-FALLA = 1 OR
                       WS-RSP-REGS NOT =
                       WS-RSP-I-REGISTROS (WS-RSP-IDX)
                       STRING "ERROR AL RESTAURAR, ESTADO "
                           WS-RSP-FS
                           DELIMITED BY SIZE INTO WS-RSP-TEXTO
                       END-STRING
                       ADD 1 TO WS-RSP-ERRORES
                   ELSE
                       MOVE "RESTAURADO" TO WS-RSP-TEXTO
                   END-IF
               END-IF
               IF FS-STATUS-RESPALDO NOT = '35'
                   CLOSE F-ARCHIVO-RESPALDO
               END-IF
               IF WS-RSP-FS (1:1) = '0' OR WS-RSP-FALLA = 1
                   PERFORM 005-RSP-CIERRA-ARCHIVO
               END-IF
               PERFORM 005-RSP-NOMBRES-VIGENTES
           END-IF.
           PERFORM 005-RSP-SPOOL-ARCHIVO.

       006-RSP-RESTAURA-REGISTRO.
           PERFORM 005-RSP-ESCRIBE-DESTINO.
           IF WS-RSP-FS (1:1) NOT = '0'
               MOVE 1 TO WS-RSP-FALLA
               MOVE 1 TO WS-RSP-FIN
           ELSE
               ADD 1 TO WS-RSP-REGS
               PERFORM 005-RSP-LEE-COPIA
           END-IF.
       *>  -------------------------------------------------------------
       *>  DEPURACIÓN DESATENDIDA DE LOS HISTÓRICOS (COMANDAS, PEDIDOS,
       *>  COCINA Y BITÁCORA): LO ANTERIOR AL PRIMER DÍA DEL MES QUE
       *>  QUEDA WS-PUR-MESES MESES ATRÁS SE MUDA A ARCHIVOS ANUALES
       *>  CON EL MISMO TRAZADO (<HISTÓRICO>_AAAA.TXT) Y SE QUITA DEL
       *>  ARCHIVO VIVO. VA EN TRES PASADAS CON UN ARCHIVO DE TRABAJO
       *>  (SELECCIÓN, COPIA AL ANUAL Y BORRADO) PARA QUE UN CORTE A
       *>  MEDIAS NUNCA PIERDA REGISTROS; AL RELANZARLA, LO QUE YA
       *>  ESTABA EN EL ANUAL SE SALTA Y SE INFORMA (CÓDIGO 4)
       *>  -------------------------------------------------------------
       002-BATCH-PURGA.
           PERFORM 000-RSP-CATALOGO.
           COMPUTE WS-PUR-PERIODO =
               WS-PARAM-ANNO * 12 + WS-PARAM-MES - 1 - WS-PUR-MESES.
           DIVIDE WS-PUR-PERIODO BY 12 GIVING WS-PUR-CORTE-ANNO
               REMAINDER WS-PUR-CORTE-MES.
           ADD 1 TO WS-PUR-CORTE-MES.
           COMPUTE WS-PUR-CORTE =
               WS-PUR-CORTE-ANNO * 10000 + WS-PUR-CORTE-MES * 100 + 1.
           MOVE ZERO TO WS-RSP-ERRORES.
           MOVE ZERO TO WS-PUR-DUPLICADOS.

           MOVE WS-PUR-MESES TO WS-PUR-MESES-ED.
           MOVE SPACES TO WS-SPOOL-LINEA.
           STRING
               "SE CONSERVAN " DELIMITED BY SIZE
               WS-PUR-MESES-ED DELIMITED BY SIZE
               " MESES: SE MUDA A LOS ARCHIVOS ANUALES LO ANTERIOR "
                   DELIMITED BY SIZE
               "AL " DELIMITED BY SIZE
               WS-PUR-CORTE DELIMITED BY SIZE
               INTO WS-SPOOL-LINEA
           END-STRING.
           PERFORM 000-ESCRIBE-SPOOL.

           MOVE 16 TO WS-RSP-COD.
           PERFORM 002-PURGA-ARCHIVO.
           MOVE 17 TO WS-RSP-COD.
           PERFORM 002-PURGA-ARCHIVO.
           MOVE 27 TO WS-RSP-COD.
           PERFORM 002-PURGA-ARCHIVO.
           MOVE 7 TO WS-RSP-COD.
           PERFORM 002-PURGA-ARCHIVO.

           MOVE SPACES TO WS-SPOOL-LINEA.
           PERFORM 000-ESCRIBE-SPOOL.
           EVALUATE TRUE
               WHEN WS-RSP-ERRORES > ZERO
                   MOVE SPACES TO WS-SPOOL-LINEA
                   STRING
                       "DEPURACION CON ERRORES: LOS ARCHIVOS CON "
                           DELIMITED BY SIZE
                       "ERROR QUEDARON SIN BORRAR"
                           DELIMITED BY SIZE
                       INTO WS-SPOOL-LINEA
                   END-STRING
                   PERFORM 000-ESCRIBE-SPOOL
                   MOVE 8 TO WS-BATCH-RC
               WHEN WS-PUR-DUPLICADOS > ZERO
                   MOVE WS-PUR-DUPLICADOS TO WS-RSP-REGS-ED
                   STRING
                       "DEPURACION COMPLETA; " DELIMITED BY SIZE
                       WS-RSP-REGS-ED DELIMITED BY SIZE
                       " REGISTROS YA ESTABAN EN LOS ARCHIVOS "
                           DELIMITED BY SIZE
                       "ANUALES (CORRIDA ANTERIOR INTERRUMPIDA)"
                           DELIMITED BY SIZE
                       INTO WS-SPOOL-LINEA
                   END-STRING
                   PERFORM 000-ESCRIBE-SPOOL
                   IF WS-BATCH-RC < 4
                       MOVE 4 TO WS-BATCH-RC
                   END-IF
               WHEN OTHER
                   MOVE "DEPURACION COMPLETA" TO WS-SPOOL-LINEA
                   PERFORM 000-ESCRIBE-SPOOL
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  DEPURAR UN HISTÓRICO (CÓDIGO DEL CATÁLOGO EN WS-RSP-COD)
       *>  -------------------------------------------------------------
       002-PURGA-ARCHIVO.
           MOVE WS-RSP-CAT-ARCHIVO (WS-RSP-COD) TO WS-RSP-ARCHIVO.
           PERFORM 005-RSP-NOMBRES-VIGENTES.
           MOVE ZERO TO WS-PUR-MOVIDOS.
           MOVE ZERO TO WS-PUR-BORRADOS.
           MOVE 0 TO WS-PUR-ERROR.
           MOVE SPACES TO WS-RSP-TEXTO.

       *>  PRIMERA PASADA: LOS REGISTROS ANTERIORES AL CORTE AL
       *>  ARCHIVO DE TRABAJO
           MOVE 'PURGA_TRABAJO.TXT' TO WS-RSP-NOMBRE.
           MOVE ZERO TO FS-STATUS-RESPALDO.
           OPEN OUTPUT F-ARCHIVO-RESPALDO.
           IF FS-STATUS-RESPALDO NOT = '00' THEN
               STRING "NO SE PUDO CREAR EL ARCHIVO DE TRABAJO "
                   FS-STATUS-RESPALDO
                   DELIMITED BY SIZE INTO WS-RSP-TEXTO
               END-STRING
               MOVE 1 TO WS-PUR-ERROR
           ELSE
               PERFORM 005-RSP-ABRE-ORIGEN
               EVALUATE TRUE
                   WHEN WS-RSP-FS = '00'
                       MOVE 0 TO WS-RSP-FIN
                       MOVE 0 TO WS-RSP-FALLA
                       PERFORM 005-RSP-LEE-ORIGEN
                       PERFORM 006-PUR-SELECCIONA
                           UNTIL WS-RSP-FIN = 1
                       PERFORM 005-RSP-CIERRA-ARCHIVO
                       IF WS-RSP-FALLA = 1
                           STRING "ERROR AL SELECCIONAR, ESTADO "
                               WS-RSP-FS
                               DELIMITED BY SIZE INTO WS-RSP-TEXTO
                           END-STRING
                           MOVE 1 TO WS-PUR-ERROR
                       END-IF
                   WHEN WS-RSP-FS NOT = '35'
                       STRING "ERROR AL ABRIR, ESTADO " WS-RSP-FS
                           DELIMITED BY SIZE INTO WS-RSP-TEXTO
                       END-STRING
                       MOVE 1 TO WS-PUR-ERROR
               END-EVALUATE
               CLOSE F-ARCHIVO-RESPALDO
           END-IF.

       *>  SEGUNDA PASADA: COPIA A LOS ARCHIVOS ANUALES; TERCERA:
       *>  BORRADO DEL ARCHIVO VIVO, SÓLO CON LA COPIA COMPLETA
           IF WS-PUR-ERROR = 0 AND WS-PUR-MOVIDOS > ZERO
               PERFORM 005-PURGA-COPIA-ANUAL
           END-IF.
           IF WS-PUR-ERROR = 0 AND WS-PUR-MOVIDOS > ZERO
               MOVE WS-RSP-CAT-ARCHIVO (WS-RSP-COD) TO WS-RSP-ARCHIVO
               IF WS-RSP-COD = 7
                   PERFORM 005-PURGA-REESCRIBE-BITACORA
               ELSE
                   PERFORM 005-PURGA-BORRA-VIVO
               END-IF
           END-IF.

           MOVE WS-RSP-CAT-ARCHIVO (WS-RSP-COD) TO WS-RSP-ARCHIVO.
           IF WS-PUR-ERROR = 1
               ADD 1 TO WS-RSP-ERRORES
           ELSE
               MOVE WS-PUR-BORRADOS TO WS-RSP-REGS-ED
               STRING WS-RSP-REGS-ED " QUITADOS DEL VIVO"
                   DELIMITED BY SIZE INTO WS-RSP-TEXTO
               END-STRING
           END-IF.
           MOVE WS-PUR-MOVIDOS TO WS-RSP-REGS-ED.
           MOVE SPACES TO WS-SPOOL-LINEA.
           STRING
               WS-RSP-ARCHIVO DELIMITED BY SIZE
               " MUDADOS: " DELIMITED BY SIZE
               WS-RSP-REGS-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RSP-TEXTO DELIMITED BY SIZE
               INTO WS-SPOOL-LINEA
           END-STRING.
           PERFORM 000-ESCRIBE-SPOOL.

       006-PUR-SELECCIONA.
           PERFORM 005-PUR-FECHA-REGISTRO.
           IF WS-PUR-FECHA > ZERO AND WS-PUR-FECHA < WS-PUR-CORTE
               WRITE REG-RESPALDO FROM WS-RSP-REGISTRO
               IF FS-STATUS-RESPALDO NOT = '00'
                   MOVE FS-STATUS-RESPALDO TO WS-RSP-FS
                   MOVE 1 TO WS-RSP-FALLA
                   MOVE 1 TO WS-RSP-FIN
               ELSE
                   ADD 1 TO WS-PUR-MOVIDOS
               END-IF
           END-IF.
           IF WS-RSP-FIN = 0
               PERFORM 005-RSP-LEE-ORIGEN
           END-IF.

       *>  FECHA AAAAMMDD DEL REGISTRO EN WS-RSP-REGISTRO (CERO SI EL
       *>  REGISTRO NO TRAE FECHA VÁLIDA: ESE NO SE DEPURA)
       005-PUR-FECHA-REGISTRO.
           MOVE ZERO TO WS-PUR-FECHA.
           EVALUATE WS-RSP-COD
               WHEN 7
                   MOVE WS-RSP-REGISTRO TO REG-AUDITORIA
                   IF AUD-FECHA IS NUMERIC
                       MOVE AUD-FECHA TO WS-PUR-FECHA
                   END-IF
               WHEN 16
                   MOVE WS-RSP-REGISTRO TO REG-COMANDAS-HIST
                   IF RCH-FECHA IS NUMERIC
                       COMPUTE WS-PUR-FECHA = RCH-ANNO * 10000 +
                           RCH-MES * 100 + RCH-DIA
                   END-IF
               WHEN 17
                   MOVE WS-RSP-REGISTRO TO REG-PEDIDOS-HIST
                   IF RPH-FECHA IS NUMERIC
                       COMPUTE WS-PUR-FECHA = RPH-ANNO * 10000 +
                           RPH-MES * 100 + RPH-DIA
                   END-IF
               WHEN 27
                   MOVE WS-RSP-REGISTRO TO REG-COCINA-HIST
                   IF KCH-FECHA IS NUMERIC
                       MOVE KCH-FECHA TO WS-PUR-FECHA
                   END-IF
           END-EVALUATE.

       *>  SEGUNDA PASADA: CADA REGISTRO SELECCIONADO AL ARCHIVO ANUAL
       *>  DE SU AÑO, CREÁNDOLO SI AÚN NO EXISTE
       005-PURGA-COPIA-ANUAL.
           MOVE ZERO TO FS-STATUS-RESPALDO.
           OPEN INPUT F-ARCHIVO-RESPALDO.
           IF FS-STATUS-RESPALDO NOT = '00' THEN
               STRING "NO SE PUDO RELEER EL ARCHIVO DE TRABAJO "
                   FS-STATUS-RESPALDO
                   DELIMITED BY SIZE INTO WS-RSP-TEXTO
               END-STRING
               MOVE 1 TO WS-PUR-ERROR
           ELSE
               MOVE ZERO TO WS-PUR-ANNO-ABIERTO
               MOVE 0 TO WS-RSP-FIN
               PERFORM 005-RSP-LEE-COPIA
               PERFORM 006-PUR-COPIA-REGISTRO UNTIL WS-RSP-FIN = 1
               IF WS-PUR-ANNO-ABIERTO NOT = ZERO
                   PERFORM 006-PUR-CIERRA-ANUAL
               END-IF
               CLOSE F-ARCHIVO-RESPALDO
           END-IF.

       006-PUR-COPIA-REGISTRO.
           PERFORM 005-PUR-FECHA-REGISTRO.
           COMPUTE WS-HIS-ANNO = WS-PUR-FECHA / 10000.
           IF WS-HIS-ANNO NOT = WS-PUR-ANNO-ABIERTO
               IF WS-PUR-ANNO-ABIERTO NOT = ZERO
                   PERFORM 006-PUR-CIERRA-ANUAL
               END-IF
               PERFORM 006-PUR-ABRE-ANUAL
           END-IF.
           IF WS-PUR-ERROR = 0
               PERFORM 005-RSP-ESCRIBE-DESTINO
               EVALUATE TRUE
                   WHEN WS-RSP-FS = '22'
                       ADD 1 TO WS-PUR-DUPLICADOS
                   WHEN WS-RSP-FS (1:1) = '0'
                       ADD 1 TO WS-PUR-ANUAL
                   WHEN OTHER
                       STRING "ERROR AL ESCRIBIR EL ANUAL, ESTADO "
                           WS-RSP-FS
                           DELIMITED BY SIZE INTO WS-RSP-TEXTO
                       END-STRING
                       MOVE 1 TO WS-PUR-ERROR
               END-EVALUATE
           END-IF.
           IF WS-PUR-ERROR = 1
               MOVE 1 TO WS-RSP-FIN
           ELSE
               PERFORM 005-RSP-LEE-COPIA
           END-IF.

       006-PUR-ABRE-ANUAL.
           MOVE ZERO TO WS-PUR-ANUAL.
           PERFORM 005-RSP-BASE-ANUAL.
           PERFORM 000-HIST-NOMBRE-ANUAL.
           MOVE WS-HIS-NOMBRE TO WS-RSP-ARCHIVO.
           PERFORM 005-RSP-NOMBRA-ARCHIVO.
           EVALUATE WS-RSP-COD
               WHEN 7
                   PERFORM 000-INICIA-AUDITORIA
                   MOVE FS-STATUS-AUDITORIA TO WS-RSP-FS
               WHEN 16
                   PERFORM 000-INICIA-COMANDAS-HIST
                   MOVE FS-STATUS-COMANDAS-HIST TO WS-RSP-FS
               WHEN 17
                   PERFORM 000-INICIA-PEDIDOS-HIST
                   MOVE FS-STATUS-PEDIDOS-HIST TO WS-RSP-FS
               WHEN 27
                   PERFORM 000-INICIA-COCINA-HIST
                   MOVE FS-STATUS-COCINA-HIST TO WS-RSP-FS
           END-EVALUATE.
           IF WS-RSP-FS (1:1) = '0'
               MOVE WS-HIS-ANNO TO WS-PUR-ANNO-ABIERTO
           ELSE
               STRING "NO SE PUDO ABRIR " WS-HIS-NOMBRE
                   DELIMITED BY SPACE
                   " ESTADO " WS-RSP-FS
                   DELIMITED BY SIZE INTO WS-RSP-TEXTO
               END-STRING
               MOVE 1 TO WS-PUR-ERROR
               PERFORM 005-RSP-NOMBRES-VIGENTES
           END-IF.

       006-PUR-CIERRA-ANUAL.
           EVALUATE WS-RSP-COD
               WHEN 7
                   PERFORM 000-CIERRE-AUDITORIA
               WHEN 16
                   PERFORM 000-CIERRE-COMANDAS-HIST
               WHEN 17
                   PERFORM 000-CIERRE-PEDIDOS-HIST
               WHEN 27
                   PERFORM 000-CIERRE-COCINA-HIST
           END-EVALUATE.
           PERFORM 005-RSP-NOMBRES-VIGENTES.
           MOVE WS-PUR-ANUAL TO WS-RSP-REGS-ED.
           MOVE SPACES TO WS-SPOOL-LINEA.
           STRING
               "  -> " DELIMITED BY SIZE
               WS-RSP-ARCHIVO DELIMITED BY SIZE
               " AGREGADOS: " DELIMITED BY SIZE
               WS-RSP-REGS-ED DELIMITED BY SIZE
               INTO WS-SPOOL-LINEA
           END-STRING.
           PERFORM 000-ESCRIBE-SPOOL.
           MOVE ZERO TO WS-PUR-ANNO-ABIERTO.

       *>  TERCERA PASADA DE LOS HISTÓRICOS INDEXADOS: BORRAR DEL
       *>  ARCHIVO VIVO CADA REGISTRO YA COPIADO A SU ANUAL (UNO QUE
       *>  YA NO ESTÉ, DE UNA CORRIDA ANTERIOR, SE SALTA)
       005-PURGA-BORRA-VIVO.
           MOVE ZERO TO FS-STATUS-RESPALDO.
           OPEN INPUT F-ARCHIVO-RESPALDO.
           EVALUATE WS-RSP-COD
               WHEN 16
                   PERFORM 000-INICIA-COMANDAS-HIST
                   MOVE FS-STATUS-COMANDAS-HIST TO WS-RSP-FS
               WHEN 17
                   PERFORM 000-INICIA-PEDIDOS-HIST
                   MOVE FS-STATUS-PEDIDOS-HIST TO WS-RSP-FS
               WHEN 27
                   PERFORM 000-INICIA-COCINA-HIST
                   MOVE FS-STATUS-COCINA-HIST TO WS-RSP-FS
           END-EVALUATE.
           IF FS-STATUS-RESPALDO NOT = '00' OR
               WS-RSP-FS (1:1) NOT = '0'
               STRING "NO SE PUDO BORRAR DEL VIVO, ESTADOS "
                   FS-STATUS-RESPALDO "/" WS-RSP-FS
                   DELIMITED BY SIZE INTO WS-RSP-TEXTO
               END-STRING
               MOVE 1 TO WS-PUR-ERROR
           ELSE
               MOVE 0 TO WS-RSP-FIN
               PERFORM 005-RSP-LEE-COPIA
               PERFORM 006-PUR-BORRA-REGISTRO UNTIL WS-RSP-FIN = 1
           END-IF.
           IF FS-STATUS-RESPALDO NOT = '35'
               CLOSE F-ARCHIVO-RESPALDO
           END-IF.
           EVALUATE WS-RSP-COD
               WHEN 16
                   PERFORM 000-CIERRE-COMANDAS-HIST
               WHEN 17
                   PERFORM 000-CIERRE-PEDIDOS-HIST
               WHEN 27
                   PERFORM 000-CIERRE-COCINA-HIST
           END-EVALUATE.

       006-PUR-BORRA-REGISTRO.
           EVALUATE WS-RSP-COD
               WHEN 16
                   MOVE WS-RSP-REGISTRO TO REG-COMANDAS-HIST
                   DELETE F-ARCHIVO-COMANDAS-HIST RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE FS-STATUS-COMANDAS-HIST TO WS-RSP-FS
               WHEN 17
                   MOVE WS-RSP-REGISTRO TO REG-PEDIDOS-HIST
                   DELETE F-ARCHIVO-PEDIDOS-HIST RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE FS-STATUS-PEDIDOS-HIST TO WS-RSP-FS
               WHEN 27
                   MOVE WS-RSP-REGISTRO TO REG-COCINA-HIST
                   DELETE F-ARCHIVO-COCINA-HIST RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE FS-STATUS-COCINA-HIST TO WS-RSP-FS
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-RSP-FS = '00'
                   ADD 1 TO WS-PUR-BORRADOS
                   PERFORM 005-RSP-LEE-COPIA
               WHEN WS-RSP-FS = '23'
                   PERFORM 005-RSP-LEE-COPIA
               WHEN OTHER
                   STRING "ERROR AL BORRAR DEL VIVO, ESTADO "
                       WS-RSP-FS
                       DELIMITED BY SIZE INTO WS-RSP-TEXTO
                   END-STRING
                   MOVE 1 TO WS-PUR-ERROR
                   MOVE 1 TO WS-RSP-FIN
           END-EVALUATE.

       *>  TERCERA PASADA DE LA BITÁCORA (SECUENCIAL, NO ADMITE
       *>  BORRADOS): SE APARTA LO QUE SE CONSERVA EN EL ARCHIVO DE
       *>  TRABAJO Y LUEGO SE REESCRIBE LA BITÁCORA VIVA CON ELLO
       005-PURGA-REESCRIBE-BITACORA.
           MOVE ZERO TO FS-STATUS-RESPALDO.
           OPEN OUTPUT F-ARCHIVO-RESPALDO.
           PERFORM 005-RSP-ABRE-ORIGEN.
           IF FS-STATUS-RESPALDO NOT = '00' OR WS-RSP-FS NOT = '00'
               STRING "NO SE PUDO APARTAR LA BITACORA, ESTADOS "
                   FS-STATUS-RESPALDO "/" WS-RSP-FS
                   DELIMITED BY SIZE INTO WS-RSP-TEXTO
               END-STRING
               MOVE 1 TO WS-PUR-ERROR
               IF FS-STATUS-RESPALDO = '00'
                   CLOSE F-ARCHIVO-RESPALDO
               END-IF
               IF WS-RSP-FS = '00'
                   PERFORM 005-RSP-CIERRA-ARCHIVO
               END-IF
           ELSE
               MOVE 0 TO WS-RSP-FIN
               MOVE 0 TO WS-RSP-FALLA
               PERFORM 005-RSP-LEE-ORIGEN
               PERFORM 006-PUR-APARTA-BITACORA UNTIL WS-RSP-FIN = 1
               PERFORM 005-RSP-CIERRA-ARCHIVO
               CLOSE F-ARCHIVO-RESPALDO
               IF WS-RSP-FALLA = 1
                   STRING "ERROR AL APARTAR LA BITACORA, ESTADO "
                       WS-RSP-FS
                       DELIMITED BY SIZE INTO WS-RSP-TEXTO
                   END-STRING
                   MOVE 1 TO WS-PUR-ERROR
               ELSE
                   PERFORM 006-PUR-REPONE-BITACORA
               END-IF
           END-IF.

       006-PUR-APARTA-BITACORA.
           PERFORM 005-PUR-FECHA-REGISTRO.
           IF WS-PUR-FECHA > ZERO AND WS-PUR-FECHA < WS-PUR-CORTE
               ADD 1 TO WS-PUR-BORRADOS
           ELSE
               WRITE REG-RESPALDO FROM WS-RSP-REGISTRO
               IF FS-STATUS-RESPALDO NOT = '00'
                   MOVE FS-STATUS-RESPALDO TO WS-RSP-FS
                   MOVE 1 TO WS-RSP-FALLA
                   MOVE 1 TO WS-RSP-FIN
               END-IF
           END-IF.
           IF WS-RSP-FIN = 0
               PERFORM 005-RSP-LEE-ORIGEN
           END-IF.

       006-PUR-REPONE-BITACORA.
           MOVE ZERO TO FS-STATUS-RESPALDO.
           OPEN INPUT F-ARCHIVO-RESPALDO.
           PERFORM 005-RSP-CREA-DESTINO.
           IF FS-STATUS-RESPALDO NOT = '00' OR WS-RSP-FS NOT = '00'
               STRING "NO SE PUDO REESCRIBIR LA BITACORA, ESTADOS "
                   FS-STATUS-RESPALDO "/" WS-RSP-FS
                   DELIMITED BY SIZE INTO WS-RSP-TEXTO
               END-STRING
               MOVE 1 TO WS-PUR-ERROR
           ELSE
               MOVE 0 TO WS-RSP-FIN
               MOVE 0 TO WS-RSP-FALLA
               PERFORM 005-RSP-LEE-COPIA
               PERFORM 006-RSP-RESTAURA-REGISTRO UNTIL WS-RSP-FIN = 1
               IF WS-RSP-FALLA = 1
                   STRING "ERROR AL REESCRIBIR LA BITACORA, ESTADO "
                       WS-RSP-FS
                       DELIMITED BY SIZE INTO WS-RSP-TEXTO
                   END-STRING
                   MOVE 1 TO WS-PUR-ERROR
               END-IF
           END-IF.
           IF FS-STATUS-RESPALDO NOT = '35'
               CLOSE F-ARCHIVO-RESPALDO
           END-IF.
           IF WS-RSP-FS (1:1) = '0' OR WS-RSP-FALLA = 1
               PERFORM 005-RSP-CIERRA-ARCHIVO
           END-IF.
       *>  -------------------------------------------------------------
       *>  CATÁLOGO DE LOS ARCHIVOS DEL SISTEMA QUE ENTRAN AL RESPALDO
       *>  (LOS DE SALIDA, COMO EL CSV O LOS REPORTES, NO ENTRAN: SE
       *>  VUELVEN A GENERAR) CON EL CAMPO DE SU TOTAL DE CONTROL
       *>  -------------------------------------------------------------
       000-RSP-CATALOGO.
           MOVE 'CARTA.TXT' TO WS-RSP-CAT-ARCHIVO (1).
           MOVE 0 TO WS-RSP-CAT-POS (1).
           MOVE 0 TO WS-RSP-CAT-LEN (1).
           MOVE 'PLATILLOS.TXT' TO WS-RSP-CAT-ARCHIVO (2).
           MOVE 146 TO WS-RSP-CAT-POS (2).
           MOVE 8 TO WS-RSP-CAT-LEN (2).
           MOVE 'MESEROS.TXT' TO WS-RSP-CAT-ARCHIVO (3).
           MOVE 66 TO WS-RSP-CAT-POS (3).
           MOVE 3 TO WS-RSP-CAT-LEN (3).
           MOVE 'MESAS.TXT' TO WS-RSP-CAT-ARCHIVO (4).
           MOVE 0 TO WS-RSP-CAT-POS (4).
           MOVE 0 TO WS-RSP-CAT-LEN (4).
           MOVE 'PEDIDOS.TXT' TO WS-RSP-CAT-ARCHIVO (5).
           MOVE 168 TO WS-RSP-CAT-POS (5).
           MOVE 8 TO WS-RSP-CAT-LEN (5).
           MOVE 'COMANDAS.TXT' TO WS-RSP-CAT-ARCHIVO (6).
           MOVE 105 TO WS-RSP-CAT-POS (6).
           MOVE 11 TO WS-RSP-CAT-LEN (6).
           MOVE 'AUDITORIA.TXT' TO WS-RSP-CAT-ARCHIVO (7).
           MOVE 36 TO WS-RSP-CAT-POS (7).
           MOVE 8 TO WS-RSP-CAT-LEN (7).
           MOVE 'ASIGNACIONES.TXT' TO WS-RSP-CAT-ARCHIVO (8).
           MOVE 0 TO WS-RSP-CAT-POS (8).
           MOVE 0 TO WS-RSP-CAT-LEN (8).
           MOVE 'CONTADORES.TXT' TO WS-RSP-CAT-ARCHIVO (9).
           MOVE 16 TO WS-RSP-CAT-POS (9).
           MOVE 15 TO WS-RSP-CAT-LEN (9).
           MOVE 'INVENTARIO.TXT' TO WS-RSP-CAT-ARCHIVO (10).
           MOVE 16 TO WS-RSP-CAT-POS (10).
           MOVE 5 TO WS-RSP-CAT-LEN (10).
           MOVE 'COCINA.TXT' TO WS-RSP-CAT-ARCHIVO (11).
           MOVE 145 TO WS-RSP-CAT-POS (11).
           MOVE 5 TO WS-RSP-CAT-LEN (11).
           MOVE 'PAGOS.TXT' TO WS-RSP-CAT-ARCHIVO (12).
           MOVE 39 TO WS-RSP-CAT-POS (12).
           MOVE 11 TO WS-RSP-CAT-LEN (12).
           MOVE 'PARAMETROS.TXT' TO WS-RSP-CAT-ARCHIVO (13).
           MOVE 16 TO WS-RSP-CAT-POS (13).
           MOVE 4 TO WS-RSP-CAT-LEN (13).
           MOVE 'FACTURAS.TXT' TO WS-RSP-CAT-ARCHIVO (14).
           MOVE 130 TO WS-RSP-CAT-POS (14).
           MOVE 11 TO WS-RSP-CAT-LEN (14).
           MOVE 'RESERVAS.TXT' TO WS-RSP-CAT-ARCHIVO (15).
           MOVE 82 TO WS-RSP-CAT-POS (15).
           MOVE 3 TO WS-RSP-CAT-LEN (15).
           MOVE 'COMANDAS_HIST.TXT' TO WS-RSP-CAT-ARCHIVO (16).
           MOVE 105 TO WS-RSP-CAT-POS (16).
           MOVE 11 TO WS-RSP-CAT-LEN (16).
           MOVE 'PEDIDOS_HIST.TXT' TO WS-RSP-CAT-ARCHIVO (17).
           MOVE 168 TO WS-RSP-CAT-POS (17).
           MOVE 8 TO WS-RSP-CAT-LEN (17).
           MOVE 'CIERRES.TXT' TO WS-RSP-CAT-ARCHIVO (18).
           MOVE 1 TO WS-RSP-CAT-POS (18).
           MOVE 8 TO WS-RSP-CAT-LEN (18).
           MOVE 'PRECIOS_HIST.TXT' TO WS-RSP-CAT-ARCHIVO (19).
           MOVE 40 TO WS-RSP-CAT-POS (19).
           MOVE 8 TO WS-RSP-CAT-LEN (19).
           MOVE 'INSUMOS.TXT' TO WS-RSP-CAT-ARCHIVO (20).
           MOVE 76 TO WS-RSP-CAT-POS (20).
           MOVE 9 TO WS-RSP-CAT-LEN (20).
           MOVE 'RECETAS.TXT' TO WS-RSP-CAT-ARCHIVO (21).
           MOVE 31 TO WS-RSP-CAT-POS (21).
           MOVE 7 TO WS-RSP-CAT-LEN (21).
           MOVE 'USUARIOS.TXT' TO WS-RSP-CAT-ARCHIVO (22).
           MOVE 0 TO WS-RSP-CAT-POS (22).
           MOVE 0 TO WS-RSP-CAT-LEN (22).
           MOVE 'TURNOS.TXT' TO WS-RSP-CAT-ARCHIVO (23).
           MOVE 80 TO WS-RSP-CAT-POS (23).
           MOVE 11 TO WS-RSP-CAT-LEN (23).
           MOVE 'ARQUEOS.TXT' TO WS-RSP-CAT-ARCHIVO (24).
           MOVE 41 TO WS-RSP-CAT-POS (24).
           MOVE 11 TO WS-RSP-CAT-LEN (24).
           MOVE 'CLIENTES.TXT' TO WS-RSP-CAT-ARCHIVO (25).
           MOVE 91 TO WS-RSP-CAT-POS (25).
           MOVE 11 TO WS-RSP-CAT-LEN (25).
           MOVE 'NOTAS_CREDITO.TXT' TO WS-RSP-CAT-ARCHIVO (26).
           MOVE 113 TO WS-RSP-CAT-POS (26).
           MOVE 11 TO WS-RSP-CAT-LEN (26).
           MOVE 'COCINA_HIST.TXT' TO WS-RSP-CAT-ARCHIVO (27).
           MOVE 145 TO WS-RSP-CAT-POS (27).
           MOVE 5 TO WS-RSP-CAT-LEN (27).
           MOVE 'PROVEEDORES.TXT' TO WS-RSP-CAT-ARCHIVO (28).
           MOVE 0 TO WS-RSP-CAT-POS (28).
           MOVE 0 TO WS-RSP-CAT-LEN (28).
           MOVE 'ORDENES_COMPRA.TXT' TO WS-RSP-CAT-ARCHIVO (29).
           MOVE 29 TO WS-RSP-CAT-POS (29).
           MOVE 11 TO WS-RSP-CAT-LEN (29).
           MOVE 'ORDENES_LINEAS.TXT' TO WS-RSP-CAT-ARCHIVO (30).
           MOVE 25 TO WS-RSP-CAT-POS (30).
           MOVE 9 TO WS-RSP-CAT-LEN (30).
           MOVE 'RECEPCIONES.TXT' TO WS-RSP-CAT-ARCHIVO (31).
           MOVE 90 TO WS-RSP-CAT-POS (31).
           MOVE 11 TO WS-RSP-CAT-LEN (31).
           MOVE 'CONTEOS.TXT' TO WS-RSP-CAT-ARCHIVO (32).
           MOVE 10 TO WS-RSP-CAT-POS (32).
           MOVE 8 TO WS-RSP-CAT-LEN (32).
           MOVE 'CONTEOS_LINEAS.TXT' TO WS-RSP-CAT-ARCHIVO (33).
           MOVE 34 TO WS-RSP-CAT-POS (33).
           MOVE 9 TO WS-RSP-CAT-LEN (33).
           MOVE 'TASAS.TXT' TO WS-RSP-CAT-ARCHIVO (34).
           MOVE 9 TO WS-RSP-CAT-POS (34).
           MOVE 11 TO WS-RSP-CAT-LEN (34).
           MOVE 'CUENTAS_COBRAR.TXT' TO WS-RSP-CAT-ARCHIVO (35).
           MOVE 67 TO WS-RSP-CAT-POS (35).
           MOVE 11 TO WS-RSP-CAT-LEN (35).
           MOVE 'PERIODOS_FISCALES.TXT' TO WS-RSP-CAT-ARCHIVO (36).
           MOVE 39 TO WS-RSP-CAT-POS (36).
           MOVE 7 TO WS-RSP-CAT-LEN (36).
           MOVE 'REPARTOS_PROPINAS.TXT' TO WS-RSP-CAT-ARCHIVO (37).
           MOVE 97 TO WS-RSP-CAT-POS (37).
           MOVE 11 TO WS-RSP-CAT-LEN (37).
           MOVE 'PROMOCIONES.TXT' TO WS-RSP-CAT-ARCHIVO (38).
           MOVE 83 TO WS-RSP-CAT-POS (38).
           MOVE 8 TO WS-RSP-CAT-LEN (38).
       *>  -------------------------------------------------------------
       *>  ARMAR EL JUEGO DE RESPALDO: LOS ARCHIVOS DEL CATÁLOGO MÁS
       *>  LOS ARCHIVOS ANUALES DE LOS HISTÓRICOS QUE EXISTAN
       *>  -------------------------------------------------------------
       000-RSP-ARMA-JUEGO.
           MOVE ZERO TO WS-RSP-CANT.
           PERFORM 005-RSP-AGREGA-CATALOGO
               VARYING WS-RSP-COD FROM 1 BY 1 UNTIL WS-RSP-COD > 38.
           ACCEPT WS-HIS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-RSP-ANNO-HOY = WS-HIS-FECHA-HOY / 10000.
           MOVE 7 TO WS-RSP-COD.
           PERFORM 005-RSP-BUSCA-ANUALES.
           MOVE 16 TO WS-RSP-COD.
           PERFORM 005-RSP-BUSCA-ANUALES.
           MOVE 17 TO WS-RSP-COD.
           PERFORM 005-RSP-BUSCA-ANUALES.
           MOVE 27 TO WS-RSP-COD.
           PERFORM 005-RSP-BUSCA-ANUALES.

       005-RSP-AGREGA-CATALOGO.
           ADD 1 TO WS-RSP-CANT.
           MOVE WS-RSP-CAT-ARCHIVO (WS-RSP-COD)
               TO WS-RSP-I-ARCHIVO (WS-RSP-CANT).
           MOVE WS-RSP-COD TO WS-RSP-I-CODIGO (WS-RSP-CANT).
           MOVE ZERO TO WS-RSP-I-REGISTROS (WS-RSP-CANT).
           MOVE ZERO TO WS-RSP-I-CONTROL (WS-RSP-CANT).
           MOVE SPACE TO WS-RSP-I-ESTADO (WS-RSP-CANT).

       005-RSP-BUSCA-ANUALES.
           PERFORM 005-RSP-BASE-ANUAL.
           PERFORM 006-RSP-PRUEBA-ANUAL
               VARYING WS-HIS-ANNO FROM WS-HIS-ANNO-MINIMO BY 1
               UNTIL WS-HIS-ANNO > WS-RSP-ANNO-HOY.

       006-RSP-PRUEBA-ANUAL.
           PERFORM 000-HIST-NOMBRE-ANUAL.
           MOVE WS-HIS-NOMBRE TO WS-RSP-ARCHIVO.
           PERFORM 005-RSP-NOMBRA-ARCHIVO.
           PERFORM 005-RSP-ABRE-ORIGEN.
           IF WS-RSP-FS = '00'
               PERFORM 005-RSP-CIERRA-ARCHIVO
               IF WS-RSP-CANT < 200
                   ADD 1 TO WS-RSP-CANT
                   MOVE WS-RSP-ARCHIVO
                       TO WS-RSP-I-ARCHIVO (WS-RSP-CANT)
                   MOVE WS-RSP-COD TO WS-RSP-I-CODIGO (WS-RSP-CANT)
                   MOVE ZERO TO WS-RSP-I-REGISTROS (WS-RSP-CANT)
                   MOVE ZERO TO WS-RSP-I-CONTROL (WS-RSP-CANT)
                   MOVE SPACE TO WS-RSP-I-ESTADO (WS-RSP-CANT)
               END-IF
           END-IF.
           PERFORM 005-RSP-NOMBRES-VIGENTES.

       *>  PREFIJO DEL NOMBRE DE LOS ARCHIVOS ANUALES DE UN HISTÓRICO
       005-RSP-BASE-ANUAL.
           EVALUATE WS-RSP-COD
               WHEN 7
                   MOVE 'AUDITORIA' TO WS-HIS-BASE
               WHEN 16
                   MOVE 'COMANDAS_HIST' TO WS-HIS-BASE
               WHEN 17
                   MOVE 'PEDIDOS_HIST' TO WS-HIS-BASE
               WHEN 27
                   MOVE 'COCINA_HIST' TO WS-HIS-BASE
           END-EVALUATE.

       *>  LOS HISTÓRICOS SE ABREN CON EL NOMBRE DEL ARCHIVO DEL JUEGO
       *>  EN CURSO (EL VIVO O UNO DE SUS ANUALES)
       005-RSP-NOMBRA-ARCHIVO.
           EVALUATE WS-RSP-COD
               WHEN 7
                   MOVE WS-RSP-ARCHIVO TO WS-AUD-NOMBRE
               WHEN 16
                   MOVE WS-RSP-ARCHIVO TO WS-RCH-NOMBRE
               WHEN 17
                   MOVE WS-RSP-ARCHIVO TO WS-RPH-NOMBRE
               WHEN 27
                   MOVE WS-RSP-ARCHIVO TO WS-KCH-NOMBRE
           END-EVALUATE.

       005-RSP-NOMBRES-VIGENTES.
           MOVE 'AUDITORIA.TXT' TO WS-AUD-NOMBRE.
           MOVE 'COMANDAS_HIST.TXT' TO WS-RCH-NOMBRE.
           MOVE 'PEDIDOS_HIST.TXT' TO WS-RPH-NOMBRE.
           MOVE 'COCINA_HIST.TXT' TO WS-KCH-NOMBRE.

       000-RSP-NOMBRE-MANIFIESTO.
           MOVE SPACES TO WS-MAN-NOMBRE.
           STRING
               "RESPALDO_" DELIMITED BY SIZE
               WS-PARAM-FECHA1 DELIMITED BY SPACE
               "_MANIFIESTO.TXT" DELIMITED BY SIZE
               INTO WS-MAN-NOMBRE
           END-STRING.

       000-RSP-NOMBRE-COPIA.
           MOVE SPACES TO WS-RSP-NOMBRE.
           STRING
               "RESPALDO_" DELIMITED BY SIZE
               WS-PARAM-FECHA1 DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               WS-RSP-ARCHIVO DELIMITED BY SPACE
               INTO WS-RSP-NOMBRE
           END-STRING.

       *>  TOTAL DE CONTROL DE UN REGISTRO: EL CAMPO DEL CATÁLOGO TAL
       *>  CUAL, COMO ENTERO (UN CAMPO VACÍO O NO NUMÉRICO SUMA CERO)
       005-RSP-CAMPO-CONTROL.
           MOVE ZERO TO WS-RSP-CAMPO.
           MOVE WS-RSP-CAT-POS (WS-RSP-COD) TO WS-RSP-POS.
           MOVE WS-RSP-CAT-LEN (WS-RSP-COD) TO WS-RSP-LEN.
           IF WS-RSP-LEN > ZERO
               MOVE WS-RSP-REGISTRO (WS-RSP-POS:WS-RSP-LEN)
                   TO WS-RSP-CAMPO-TXT
               INSPECT WS-RSP-CAMPO-TXT
                   REPLACING LEADING SPACE BY ZERO
               IF WS-RSP-CAMPO-TXT IS NUMERIC
                   MOVE WS-RSP-CAMPO-TXT TO WS-RSP-CAMPO
               END-IF
           END-IF.

       000-RSP-SPOOL-TITULOS.
           MOVE SPACES TO WS-SPOOL-LINEA.
           MOVE "ARCHIVO" TO WS-SPOOL-LINEA (1:30).
           MOVE "REGISTROS" TO WS-SPOOL-LINEA (32:9).
           MOVE "TOTAL CONTROL" TO WS-SPOOL-LINEA (47:13).
           MOVE "ESTADO" TO WS-SPOOL-LINEA (62:6).
           PERFORM 000-ESCRIBE-SPOOL.

       005-RSP-SPOOL-ARCHIVO.
           MOVE WS-RSP-REGS TO WS-RSP-REGS-ED.
           MOVE WS-RSP-CONTROL TO WS-RSP-CONTROL-ED.
           MOVE SPACES TO WS-SPOOL-LINEA.
           STRING
               WS-RSP-ARCHIVO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RSP-REGS-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RSP-CONTROL-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RSP-TEXTO DELIMITED BY SIZE
               INTO WS-SPOOL-LINEA
           END-STRING.
           PERFORM 000-ESCRIBE-SPOOL.
       *>  -------------------------------------------------------------
       *>  OPERACIONES SOBRE EL ARCHIVO DEL CATÁLOGO WS-RSP-COD PARA EL
       *>  RESPALDO, LA RESTAURACIÓN Y LA DEPURACIÓN: ABRIR PARA LEER,
       *>  LEER EL SIGUIENTE (A WS-RSP-REGISTRO), CERRAR, CREAR VACÍO Y
       *>  ESCRIBIR WS-RSP-REGISTRO; EL ESTADO QUEDA EN WS-RSP-FS
       *>  -------------------------------------------------------------
       005-RSP-ABRE-ORIGEN.
           EVALUATE WS-RSP-COD
               WHEN 1
                   OPEN INPUT F-ARCHIVO-CARTA
                   MOVE FS-STATUS-CARTA TO WS-RSP-FS
               WHEN 2
                   OPEN INPUT F-ARCHIVO-PLATILLOS
                   MOVE FS-STATUS-PLATILLOS TO WS-RSP-FS
               WHEN 3
                   OPEN INPUT F-ARCHIVO-MESEROS
                   MOVE FS-STATUS-MESEROS TO WS-RSP-FS
               WHEN 4
                   OPEN INPUT F-ARCHIVO-MESAS
                   MOVE FS-STATUS-MESAS TO WS-RSP-FS
               WHEN 5
                   OPEN INPUT F-ARCHIVO-PEDIDOS
                   MOVE FS-STATUS-PEDIDOS TO WS-RSP-FS
               WHEN 6
                   OPEN INPUT F-ARCHIVO-COMANDAS
                   MOVE FS-STATUS-COMANDAS TO WS-RSP-FS
               WHEN 7
                   OPEN INPUT F-ARCHIVO-AUDITORIA
                   MOVE FS-STATUS-AUDITORIA TO WS-RSP-FS
               WHEN 8
                   OPEN INPUT F-ARCHIVO-ASIGNACIONES
                   MOVE FS-STATUS-ASIGNACIONES TO WS-RSP-FS
               WHEN 9
                   OPEN INPUT F-ARCHIVO-CONTADORES
                   MOVE FS-STATUS-CONTADORES TO WS-RSP-FS
               WHEN 10
                   OPEN INPUT F-ARCHIVO-INVENTARIO
                   MOVE FS-STATUS-INVENTARIO TO WS-RSP-FS
               WHEN 11
                   OPEN INPUT F-ARCHIVO-COCINA
                   MOVE FS-STATUS-COCINA TO WS-RSP-FS
               WHEN 12
                   OPEN INPUT F-ARCHIVO-PAGOS
                   MOVE FS-STATUS-PAGOS TO WS-RSP-FS
               WHEN 13
                   OPEN INPUT F-ARCHIVO-PARAMETROS
                   MOVE FS-STATUS-PARAMETROS TO WS-RSP-FS
               WHEN 14
                   OPEN INPUT F-ARCHIVO-FACTURAS
                   MOVE FS-STATUS-FACTURAS TO WS-RSP-FS
               WHEN 15
                   OPEN INPUT F-ARCHIVO-RESERVAS
                   MOVE FS-STATUS-RESERVAS TO WS-RSP-FS
               WHEN 16
                   OPEN INPUT F-ARCHIVO-COMANDAS-HIST
                   MOVE FS-STATUS-COMANDAS-HIST TO WS-RSP-FS
               WHEN 17
                   OPEN INPUT F-ARCHIVO-PEDIDOS-HIST
                   MOVE FS-STATUS-PEDIDOS-HIST TO WS-RSP-FS
               WHEN 18
                   OPEN INPUT F-ARCHIVO-CIERRES
                   MOVE FS-STATUS-CIERRES TO WS-RSP-FS
               WHEN 19
                   OPEN INPUT F-ARCHIVO-PRECIOS-HIST
                   MOVE FS-STATUS-PRECIOS-HIST TO WS-RSP-FS
               WHEN 20
                   OPEN INPUT F-ARCHIVO-INSUMOS
                   MOVE FS-STATUS-INSUMOS TO WS-RSP-FS
               WHEN 21
                   OPEN INPUT F-ARCHIVO-RECETAS
                   MOVE FS-STATUS-RECETAS TO WS-RSP-FS
               WHEN 22
                   OPEN INPUT F-ARCHIVO-USUARIOS
                   MOVE FS-STATUS-USUARIOS TO WS-RSP-FS
               WHEN 23
                   OPEN INPUT F-ARCHIVO-TURNOS
                   MOVE FS-STATUS-TURNOS TO WS-RSP-FS
               WHEN 24
                   OPEN INPUT F-ARCHIVO-ARQUEOS
                   MOVE FS-STATUS-ARQUEOS TO WS-RSP-FS
               WHEN 25
                   OPEN INPUT F-ARCHIVO-CLIENTES
                   MOVE FS-STATUS-CLIENTES TO WS-RSP-FS
               WHEN 26
                   OPEN INPUT F-ARCHIVO-NOTAS-CRED
                   MOVE FS-STATUS-NOTAS-CRED TO WS-RSP-FS
               WHEN 27
                   OPEN INPUT F-ARCHIVO-COCINA-HIST
                   MOVE FS-STATUS-COCINA-HIST TO WS-RSP-FS
               WHEN 28
                   OPEN INPUT F-ARCHIVO-PROVEEDORES
                   MOVE FS-STATUS-PROVEEDORES TO WS-RSP-FS
               WHEN 29
                   OPEN INPUT F-ARCHIVO-ORDENES
                   MOVE FS-STATUS-ORDENES TO WS-RSP-FS
               WHEN 30
                   OPEN INPUT F-ARCHIVO-ORDENES-LIN
                   MOVE FS-STATUS-ORDENES-LIN TO WS-RSP-FS
               WHEN 31
                   OPEN INPUT F-ARCHIVO-RECEPCIONES
                   MOVE FS-STATUS-RECEPCIONES TO WS-RSP-FS
               WHEN 32
                   OPEN INPUT F-ARCHIVO-CONTEOS
                   MOVE FS-STATUS-CONTEOS TO WS-RSP-FS
               WHEN 33
                   OPEN INPUT F-ARCHIVO-CONTEOS-LIN
                   MOVE FS-STATUS-CONTEOS-LIN TO WS-RSP-FS
               WHEN 34
                   OPEN INPUT F-ARCHIVO-TASAS
                   MOVE FS-STATUS-TASAS TO WS-RSP-FS
               WHEN 35
                   OPEN INPUT F-ARCHIVO-CXC
                   MOVE FS-STATUS-CXC TO WS-RSP-FS
               WHEN 36
                   OPEN INPUT F-ARCHIVO-PERIODOS
                   MOVE FS-STATUS-PERIODOS TO WS-RSP-FS
               WHEN 37
                   OPEN INPUT F-ARCHIVO-REPARTOS
                   MOVE FS-STATUS-REPARTOS TO WS-RSP-FS
               WHEN 38
                   OPEN INPUT F-ARCHIVO-PROMOCIONES
                   MOVE FS-STATUS-PROMOCIONES TO WS-RSP-FS
           END-EVALUATE.

       005-RSP-LEE-ORIGEN.
           EVALUATE WS-RSP-COD
               WHEN 1
                   READ F-ARCHIVO-CARTA NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-CARTA TO WS-RSP-FS
                   MOVE REG-CARTA TO WS-RSP-REGISTRO
               WHEN 2
                   READ F-ARCHIVO-PLATILLOS NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-PLATILLOS TO WS-RSP-FS
                   MOVE REG-PLATILLOS TO WS-RSP-REGISTRO
               WHEN 3
                   READ F-ARCHIVO-MESEROS NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-MESEROS TO WS-RSP-FS
                   MOVE REG-MESEROS TO WS-RSP-REGISTRO
               WHEN 4
                   READ F-ARCHIVO-MESAS NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-MESAS TO WS-RSP-FS
                   MOVE REG-MESAS TO WS-RSP-REGISTRO
               WHEN 5
                   READ F-ARCHIVO-PEDIDOS NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-PEDIDOS TO WS-RSP-FS
                   MOVE REG-PEDIDOS TO WS-RSP-REGISTRO
               WHEN 6
                   READ F-ARCHIVO-COMANDAS NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-COMANDAS TO WS-RSP-FS
                   MOVE REG-COMANDAS TO WS-RSP-REGISTRO
               WHEN 7
                   READ F-ARCHIVO-AUDITORIA NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-AUDITORIA TO WS-RSP-FS
                   MOVE REG-AUDITORIA TO WS-RSP-REGISTRO
               WHEN 8
                   READ F-ARCHIVO-ASIGNACIONES NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-ASIGNACIONES TO WS-RSP-FS
                   MOVE REG-ASIGNACIONES TO WS-RSP-REGISTRO
               WHEN 9
                   READ F-ARCHIVO-CONTADORES NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-CONTADORES TO WS-RSP-FS
                   MOVE REG-CONTADORES TO WS-RSP-REGISTRO
               WHEN 10
                   READ F-ARCHIVO-INVENTARIO NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-INVENTARIO TO WS-RSP-FS
                   MOVE REG-INVENTARIO TO WS-RSP-REGISTRO
               WHEN 11
                   READ F-ARCHIVO-COCINA NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-COCINA TO WS-RSP-FS
                   MOVE REG-COCINA TO WS-RSP-REGISTRO
               WHEN 12
                   READ F-ARCHIVO-PAGOS NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-PAGOS TO WS-RSP-FS
                   MOVE REG-PAGOS TO WS-RSP-REGISTRO
               WHEN 13
                   READ F-ARCHIVO-PARAMETROS NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-PARAMETROS TO WS-RSP-FS
                   MOVE REG-PARAMETROS TO WS-RSP-REGISTRO
               WHEN 14
                   READ F-ARCHIVO-FACTURAS NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-FACTURAS TO WS-RSP-FS
                   MOVE REG-FACTURAS TO WS-RSP-REGISTRO
               WHEN 15
                   READ F-ARCHIVO-RESERVAS NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-RESERVAS TO WS-RSP-FS
                   MOVE REG-RESERVAS TO WS-RSP-REGISTRO
               WHEN 16
                   READ F-ARCHIVO-COMANDAS-HIST NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-COMANDAS-HIST TO WS-RSP-FS
                   MOVE REG-COMANDAS-HIST TO WS-RSP-REGISTRO
               WHEN 17
                   READ F-ARCHIVO-PEDIDOS-HIST NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-PEDIDOS-HIST TO WS-RSP-FS
                   MOVE REG-PEDIDOS-HIST TO WS-RSP-REGISTRO
               WHEN 18
                   READ F-ARCHIVO-CIERRES NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-CIERRES TO WS-RSP-FS
                   MOVE REG-CIERRES TO WS-RSP-REGISTRO
               WHEN 19
                   READ F-ARCHIVO-PRECIOS-HIST NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-PRECIOS-HIST TO WS-RSP-FS
                   MOVE REG-PRECIOS-HIST TO WS-RSP-REGISTRO
               WHEN 20
                   READ F-ARCHIVO-INSUMOS NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-INSUMOS TO WS-RSP-FS
                   MOVE REG-INSUMOS TO WS-RSP-REGISTRO
               WHEN 21
                   READ F-ARCHIVO-RECETAS NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-RECETAS TO WS-RSP-FS
                   MOVE REG-RECETAS TO WS-RSP-REGISTRO
               WHEN 22
                   READ F-ARCHIVO-USUARIOS NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-USUARIOS TO WS-RSP-FS
                   MOVE REG-USUARIOS TO WS-RSP-REGISTRO
               WHEN 23
                   READ F-ARCHIVO-TURNOS NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-TURNOS TO WS-RSP-FS
                   MOVE REG-TURNOS TO WS-RSP-REGISTRO
               WHEN 24
                   READ F-ARCHIVO-ARQUEOS NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-ARQUEOS TO WS-RSP-FS
                   MOVE REG-ARQUEOS TO WS-RSP-REGISTRO
               WHEN 25
                   READ F-ARCHIVO-CLIENTES NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-CLIENTES TO WS-RSP-FS
                   MOVE REG-CLIENTES TO WS-RSP-REGISTRO
               WHEN 26
                   READ F-ARCHIVO-NOTAS-CRED NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-NOTAS-CRED TO WS-RSP-FS
                   MOVE REG-NOTAS-CRED TO WS-RSP-REGISTRO
               WHEN 27
                   READ F-ARCHIVO-COCINA-HIST NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-COCINA-HIST TO WS-RSP-FS
                   MOVE REG-COCINA-HIST TO WS-RSP-REGISTRO
               WHEN 28
                   READ F-ARCHIVO-PROVEEDORES NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-PROVEEDORES TO WS-RSP-FS
                   MOVE REG-PROVEEDORES TO WS-RSP-REGISTRO
               WHEN 29
                   READ F-ARCHIVO-ORDENES NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-ORDENES TO WS-RSP-FS
                   MOVE REG-ORDENES TO WS-RSP-REGISTRO
               WHEN 30
                   READ F-ARCHIVO-ORDENES-LIN NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-ORDENES-LIN TO WS-RSP-FS
                   MOVE REG-ORDENES-LIN TO WS-RSP-REGISTRO
               WHEN 31
                   READ F-ARCHIVO-RECEPCIONES NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-RECEPCIONES TO WS-RSP-FS
                   MOVE REG-RECEPCIONES TO WS-RSP-REGISTRO
               WHEN 32
                   READ F-ARCHIVO-CONTEOS NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-CONTEOS TO WS-RSP-FS
                   MOVE REG-CONTEOS TO WS-RSP-REGISTRO
               WHEN 33
                   READ F-ARCHIVO-CONTEOS-LIN NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-CONTEOS-LIN TO WS-RSP-FS
                   MOVE REG-CONTEOS-LIN TO WS-RSP-REGISTRO
               WHEN 34
                   READ F-ARCHIVO-TASAS NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-TASAS TO WS-RSP-FS
                   MOVE REG-TASAS TO WS-RSP-REGISTRO
               WHEN 35
                   READ F-ARCHIVO-CXC NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-CXC TO WS-RSP-FS
                   MOVE REG-CXC TO WS-RSP-REGISTRO
               WHEN 36
                   READ F-ARCHIVO-PERIODOS NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-PERIODOS TO WS-RSP-FS
                   MOVE REG-PERIODOS TO WS-RSP-REGISTRO
               WHEN 37
                   READ F-ARCHIVO-REPARTOS NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-REPARTOS TO WS-RSP-FS
                   MOVE REG-REPARTOS TO WS-RSP-REGISTRO
               WHEN 38
                   READ F-ARCHIVO-PROMOCIONES NEXT RECORD
                       AT END MOVE 1 TO WS-RSP-FIN
                   END-READ
                   MOVE FS-STATUS-PROMOCIONES TO WS-RSP-FS
                   MOVE REG-PROMOCIONES TO WS-RSP-REGISTRO
           END-EVALUATE.
           IF WS-RSP-FIN = 0 AND WS-RSP-FS (1:1) NOT = '0'
               MOVE 1 TO WS-RSP-FALLA
               MOVE 1 TO WS-RSP-FIN
           END-IF.

       005-RSP-CIERRA-ARCHIVO.
           EVALUATE WS-RSP-COD
               WHEN 1
                   CLOSE F-ARCHIVO-CARTA
               WHEN 2
                   CLOSE F-ARCHIVO-PLATILLOS
               WHEN 3
                   CLOSE F-ARCHIVO-MESEROS
               WHEN 4
                   CLOSE F-ARCHIVO-MESAS
               WHEN 5
                   CLOSE F-ARCHIVO-PEDIDOS
               WHEN 6
                   CLOSE F-ARCHIVO-COMANDAS
               WHEN 7
                   CLOSE F-ARCHIVO-AUDITORIA
               WHEN 8
                   CLOSE F-ARCHIVO-ASIGNACIONES
               WHEN 9
                   CLOSE F-ARCHIVO-CONTADORES
               WHEN 10
                   CLOSE F-ARCHIVO-INVENTARIO
               WHEN 11
                   CLOSE F-ARCHIVO-COCINA
               WHEN 12
                   CLOSE F-ARCHIVO-PAGOS
               WHEN 13
                   CLOSE F-ARCHIVO-PARAMETROS
               WHEN 14
                   CLOSE F-ARCHIVO-FACTURAS
               WHEN 15
                   CLOSE F-ARCHIVO-RESERVAS
               WHEN 16
                   CLOSE F-ARCHIVO-COMANDAS-HIST
               WHEN 17
                   CLOSE F-ARCHIVO-PEDIDOS-HIST
               WHEN 18
                   CLOSE F-ARCHIVO-CIERRES
               WHEN 19
                   CLOSE F-ARCHIVO-PRECIOS-HIST
               WHEN 20
                   CLOSE F-ARCHIVO-INSUMOS
               WHEN 21
                   CLOSE F-ARCHIVO-RECETAS
               WHEN 22
                   CLOSE F-ARCHIVO-USUARIOS
               WHEN 23
                   CLOSE F-ARCHIVO-TURNOS
               WHEN 24
                   CLOSE F-ARCHIVO-ARQUEOS
               WHEN 25
                   CLOSE F-ARCHIVO-CLIENTES
               WHEN 26
                   CLOSE F-ARCHIVO-NOTAS-CRED
               WHEN 27
                   CLOSE F-ARCHIVO-COCINA-HIST
               WHEN 28
                   CLOSE F-ARCHIVO-PROVEEDORES
               WHEN 29
                   CLOSE F-ARCHIVO-ORDENES
               WHEN 30
                   CLOSE F-ARCHIVO-ORDENES-LIN
               WHEN 31
                   CLOSE F-ARCHIVO-RECEPCIONES
               WHEN 32
                   CLOSE F-ARCHIVO-CONTEOS
               WHEN 33
                   CLOSE F-ARCHIVO-CONTEOS-LIN
               WHEN 34
                   CLOSE F-ARCHIVO-TASAS
               WHEN 35
                   CLOSE F-ARCHIVO-CXC
               WHEN 36
                   CLOSE F-ARCHIVO-PERIODOS
               WHEN 37
                   CLOSE F-ARCHIVO-REPARTOS
               WHEN 38
                   CLOSE F-ARCHIVO-PROMOCIONES
           END-EVALUATE.

       005-RSP-CREA-DESTINO.
           EVALUATE WS-RSP-COD
               WHEN 1
                   OPEN OUTPUT F-ARCHIVO-CARTA
                   MOVE FS-STATUS-CARTA TO WS-RSP-FS
               WHEN 2
                   OPEN OUTPUT F-ARCHIVO-PLATILLOS
                   MOVE FS-STATUS-PLATILLOS TO WS-RSP-FS
               WHEN 3
                   OPEN OUTPUT F-ARCHIVO-MESEROS
                   MOVE FS-STATUS-MESEROS TO WS-RSP-FS
               WHEN 4
                   OPEN OUTPUT F-ARCHIVO-MESAS
                   MOVE FS-STATUS-MESAS TO WS-RSP-FS
               WHEN 5
                   OPEN OUTPUT F-ARCHIVO-PEDIDOS
                   MOVE FS-STATUS-PEDIDOS TO WS-RSP-FS
               WHEN 6
                   OPEN OUTPUT F-ARCHIVO-COMANDAS
                   MOVE FS-STATUS-COMANDAS TO WS-RSP-FS
               WHEN 7
                   OPEN OUTPUT F-ARCHIVO-AUDITORIA
                   MOVE FS-STATUS-AUDITORIA TO WS-RSP-FS
               WHEN 8
                   OPEN OUTPUT F-ARCHIVO-ASIGNACIONES
                   MOVE FS-STATUS-ASIGNACIONES TO WS-RSP-FS
               WHEN 9
                   OPEN OUTPUT F-ARCHIVO-CONTADORES
                   MOVE FS-STATUS-CONTADORES TO WS-RSP-FS
               WHEN 10
                   OPEN OUTPUT F-ARCHIVO-INVENTARIO
                   MOVE FS-STATUS-INVENTARIO TO WS-RSP-FS
               WHEN 11
                   OPEN OUTPUT F-ARCHIVO-COCINA
                   MOVE FS-STATUS-COCINA TO WS-RSP-FS
               WHEN 12
                   OPEN OUTPUT F-ARCHIVO-PAGOS
                   MOVE FS-STATUS-PAGOS TO WS-RSP-FS
               WHEN 13
                   OPEN OUTPUT F-ARCHIVO-PARAMETROS
                   MOVE FS-STATUS-PARAMETROS TO WS-RSP-FS
               WHEN 14
                   OPEN OUTPUT F-ARCHIVO-FACTURAS
                   MOVE FS-STATUS-FACTURAS TO WS-RSP-FS
               WHEN 15
                   OPEN OUTPUT F-ARCHIVO-RESERVAS
                   MOVE FS-STATUS-RESERVAS TO WS-RSP-FS
               WHEN 16
                   OPEN OUTPUT F-ARCHIVO-COMANDAS-HIST
                   MOVE FS-STATUS-COMANDAS-HIST TO WS-RSP-FS
               WHEN 17
                   OPEN OUTPUT F-ARCHIVO-PEDIDOS-HIST
                   MOVE FS-STATUS-PEDIDOS-HIST TO WS-RSP-FS
               WHEN 18
                   OPEN OUTPUT F-ARCHIVO-CIERRES
                   MOVE FS-STATUS-CIERRES TO WS-RSP-FS
               WHEN 19
                   OPEN OUTPUT F-ARCHIVO-PRECIOS-HIST
                   MOVE FS-STATUS-PRECIOS-HIST TO WS-RSP-FS
               WHEN 20
                   OPEN OUTPUT F-ARCHIVO-INSUMOS
                   MOVE FS-STATUS-INSUMOS TO WS-RSP-FS
               WHEN 21
                   OPEN OUTPUT F-ARCHIVO-RECETAS
                   MOVE FS-STATUS-RECETAS TO WS-RSP-FS
               WHEN 22
                   OPEN OUTPUT F-ARCHIVO-USUARIOS
                   MOVE FS-STATUS-USUARIOS TO WS-RSP-FS
               WHEN 23
                   OPEN OUTPUT F-ARCHIVO-TURNOS
                   MOVE FS-STATUS-TURNOS TO WS-RSP-FS
               WHEN 24
                   OPEN OUTPUT F-ARCHIVO-ARQUEOS
                   MOVE FS-STATUS-ARQUEOS TO WS-RSP-FS
               WHEN 25
                   OPEN OUTPUT F-ARCHIVO-CLIENTES
                   MOVE FS-STATUS-CLIENTES TO WS-RSP-FS
               WHEN 26
                   OPEN OUTPUT F-ARCHIVO-NOTAS-CRED
                   MOVE FS-STATUS-NOTAS-CRED TO WS-RSP-FS
               WHEN 27
                   OPEN OUTPUT F-ARCHIVO-COCINA-HIST
                   MOVE FS-STATUS-COCINA-HIST TO WS-RSP-FS
               WHEN 28
                   OPEN OUTPUT F-ARCHIVO-PROVEEDORES
                   MOVE FS-STATUS-PROVEEDORES TO WS-RSP-FS
               WHEN 29
                   OPEN OUTPUT F-ARCHIVO-ORDENES
                   MOVE FS-STATUS-ORDENES TO WS-RSP-FS
               WHEN 30
                   OPEN OUTPUT F-ARCHIVO-ORDENES-LIN
                   MOVE FS-STATUS-ORDENES-LIN TO WS-RSP-FS
               WHEN 31
                   OPEN OUTPUT F-ARCHIVO-RECEPCIONES
                   MOVE FS-STATUS-RECEPCIONES TO WS-RSP-FS
               WHEN 32
                   OPEN OUTPUT F-ARCHIVO-CONTEOS
                   MOVE FS-STATUS-CONTEOS TO WS-RSP-FS
               WHEN 33
                   OPEN OUTPUT F-ARCHIVO-CONTEOS-LIN
                   MOVE FS-STATUS-CONTEOS-LIN TO WS-RSP-FS
               WHEN 34
                   OPEN OUTPUT F-ARCHIVO-TASAS
                   MOVE FS-STATUS-TASAS TO WS-RSP-FS
               WHEN 35
                   OPEN OUTPUT F-ARCHIVO-CXC
                   MOVE FS-STATUS-CXC TO WS-RSP-FS
               WHEN 36
                   OPEN OUTPUT F-ARCHIVO-PERIODOS
                   MOVE FS-STATUS-PERIODOS TO WS-RSP-FS
               WHEN 37
                   OPEN OUTPUT F-ARCHIVO-REPARTOS
                   MOVE FS-STATUS-REPARTOS TO WS-RSP-FS
               WHEN 38
                   OPEN OUTPUT F-ARCHIVO-PROMOCIONES
                   MOVE FS-STATUS-PROMOCIONES TO WS-RSP-FS
           END-EVALUATE.

       005-RSP-ESCRIBE-DESTINO.
           EVALUATE WS-RSP-COD
               WHEN 1
                   MOVE WS-RSP-REGISTRO TO REG-CARTA
                   WRITE REG-CARTA
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-CARTA TO WS-RSP-FS
               WHEN 2
                   MOVE WS-RSP-REGISTRO TO REG-PLATILLOS
                   WRITE REG-PLATILLOS
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-PLATILLOS TO WS-RSP-FS
               WHEN 3
                   MOVE WS-RSP-REGISTRO TO REG-MESEROS
                   WRITE REG-MESEROS
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-MESEROS TO WS-RSP-FS
               WHEN 4
                   MOVE WS-RSP-REGISTRO TO REG-MESAS
                   WRITE REG-MESAS
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-MESAS TO WS-RSP-FS
               WHEN 5
                   MOVE WS-RSP-REGISTRO TO REG-PEDIDOS
                   WRITE REG-PEDIDOS
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-PEDIDOS TO WS-RSP-FS
               WHEN 6
                   MOVE WS-RSP-REGISTRO TO REG-COMANDAS
                   WRITE REG-COMANDAS
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-COMANDAS TO WS-RSP-FS
               WHEN 7
                   MOVE WS-RSP-REGISTRO TO REG-AUDITORIA
                   WRITE REG-AUDITORIA
                   MOVE FS-STATUS-AUDITORIA TO WS-RSP-FS
               WHEN 8
                   MOVE WS-RSP-REGISTRO TO REG-ASIGNACIONES
                   WRITE REG-ASIGNACIONES
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-ASIGNACIONES TO WS-RSP-FS
               WHEN 9
                   MOVE WS-RSP-REGISTRO TO REG-CONTADORES
                   WRITE REG-CONTADORES
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-CONTADORES TO WS-RSP-FS
               WHEN 10
                   MOVE WS-RSP-REGISTRO TO REG-INVENTARIO
                   WRITE REG-INVENTARIO
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-INVENTARIO TO WS-RSP-FS
               WHEN 11
                   MOVE WS-RSP-REGISTRO TO REG-COCINA
                   WRITE REG-COCINA
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-COCINA TO WS-RSP-FS
               WHEN 12
                   MOVE WS-RSP-REGISTRO TO REG-PAGOS
                   WRITE REG-PAGOS
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-PAGOS TO WS-RSP-FS
               WHEN 13
                   MOVE WS-RSP-REGISTRO TO REG-PARAMETROS
                   WRITE REG-PARAMETROS
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-PARAMETROS TO WS-RSP-FS
               WHEN 14
                   MOVE WS-RSP-REGISTRO TO REG-FACTURAS
                   WRITE REG-FACTURAS
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-FACTURAS TO WS-RSP-FS
               WHEN 15
                   MOVE WS-RSP-REGISTRO TO REG-RESERVAS
                   WRITE REG-RESERVAS
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-RESERVAS TO WS-RSP-FS
               WHEN 16
                   MOVE WS-RSP-REGISTRO TO REG-COMANDAS-HIST
                   WRITE REG-COMANDAS-HIST
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-COMANDAS-HIST TO WS-RSP-FS
               WHEN 17
                   MOVE WS-RSP-REGISTRO TO REG-PEDIDOS-HIST
                   WRITE REG-PEDIDOS-HIST
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-PEDIDOS-HIST TO WS-RSP-FS
               WHEN 18
                   MOVE WS-RSP-REGISTRO TO REG-CIERRES
                   WRITE REG-CIERRES
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-CIERRES TO WS-RSP-FS
               WHEN 19
                   MOVE WS-RSP-REGISTRO TO REG-PRECIOS-HIST
                   WRITE REG-PRECIOS-HIST
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-PRECIOS-HIST TO WS-RSP-FS
               WHEN 20
                   MOVE WS-RSP-REGISTRO TO REG-INSUMOS
                   WRITE REG-INSUMOS
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-INSUMOS TO WS-RSP-FS
               WHEN 21
                   MOVE WS-RSP-REGISTRO TO REG-RECETAS
                   WRITE REG-RECETAS
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-RECETAS TO WS-RSP-FS
               WHEN 22
                   MOVE WS-RSP-REGISTRO TO REG-USUARIOS
                   WRITE REG-USUARIOS
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-USUARIOS TO WS-RSP-FS
               WHEN 23
                   MOVE WS-RSP-REGISTRO TO REG-TURNOS
                   WRITE REG-TURNOS
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-TURNOS TO WS-RSP-FS
               WHEN 24
                   MOVE WS-RSP-REGISTRO TO REG-ARQUEOS
                   WRITE REG-ARQUEOS
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-ARQUEOS TO WS-RSP-FS
               WHEN 25
                   MOVE WS-RSP-REGISTRO TO REG-CLIENTES
                   WRITE REG-CLIENTES
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-CLIENTES TO WS-RSP-FS
               WHEN 26
                   MOVE WS-RSP-REGISTRO TO REG-NOTAS-CRED
                   WRITE REG-NOTAS-CRED
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-NOTAS-CRED TO WS-RSP-FS
               WHEN 27
                   MOVE WS-RSP-REGISTRO TO REG-COCINA-HIST
                   WRITE REG-COCINA-HIST
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-COCINA-HIST TO WS-RSP-FS
               WHEN 28
                   MOVE WS-RSP-REGISTRO TO REG-PROVEEDORES
                   WRITE REG-PROVEEDORES
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-PROVEEDORES TO WS-RSP-FS
               WHEN 29
                   MOVE WS-RSP-REGISTRO TO REG-ORDENES
                   WRITE REG-ORDENES
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-ORDENES TO WS-RSP-FS
               WHEN 30
                   MOVE WS-RSP-REGISTRO TO REG-ORDENES-LIN
                   WRITE REG-ORDENES-LIN
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-ORDENES-LIN TO WS-RSP-FS
               WHEN 31
                   MOVE WS-RSP-REGISTRO TO REG-RECEPCIONES
                   WRITE REG-RECEPCIONES
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-RECEPCIONES TO WS-RSP-FS
               WHEN 32
                   MOVE WS-RSP-REGISTRO TO REG-CONTEOS
                   WRITE REG-CONTEOS
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-CONTEOS TO WS-RSP-FS
               WHEN 33
                   MOVE WS-RSP-REGISTRO TO REG-CONTEOS-LIN
                   WRITE REG-CONTEOS-LIN
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-CONTEOS-LIN TO WS-RSP-FS
               WHEN 34
                   MOVE WS-RSP-REGISTRO TO REG-TASAS
                   WRITE REG-TASAS
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-TASAS TO WS-RSP-FS
               WHEN 35
                   MOVE WS-RSP-REGISTRO TO REG-CXC
                   WRITE REG-CXC
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-CXC TO WS-RSP-FS
               WHEN 36
                   MOVE WS-RSP-REGISTRO TO REG-PERIODOS
                   WRITE REG-PERIODOS
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-PERIODOS TO WS-RSP-FS
               WHEN 37
                   MOVE WS-RSP-REGISTRO TO REG-REPARTOS
                   WRITE REG-REPARTOS
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-REPARTOS TO WS-RSP-FS
               WHEN 38
                   MOVE WS-RSP-REGISTRO TO REG-PROMOCIONES
                   WRITE REG-PROMOCIONES
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE FS-STATUS-PROMOCIONES TO WS-RSP-FS
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  ABRIR EL ARCHIVO DE IMPRESIÓN DE LA CORRIDA, CON EL NOMBRE
       *>  ARMADO COMO REPORTE_<MODO>_<FECHA>.TXT
       *>  -------------------------------------------------------------
       000-ABRE-SPOOL-REPORTE.
           MOVE SPACES TO WS-SPOOL-NOMBRE.
           STRING
               "REPORTE_" DELIMITED BY SIZE
               WS-PARAM-MODO DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               WS-PARAM-FECHA1 DELIMITED BY SPACE
               ".TXT" DELIMITED BY SIZE
               INTO WS-SPOOL-NOMBRE
           END-STRING.

           MOVE ZERO TO FS-STATUS-SPOOL.
           MOVE ZERO TO WS-SPOOL-LINEAS.
           MOVE ZERO TO WS-SPOOL-PAGINA.
           OPEN OUTPUT F-ARCHIVO-SPOOL.
           IF FS-STATUS-SPOOL NOT = '00' THEN
               DISPLAY "ERROR AL CREAR EL ARCHIVO DEL REPORTE: "
                   FS-STATUS-SPOOL
               MOVE 8 TO WS-BATCH-RC
           END-IF.
       *>  -------------------------------------------------------------
       *>  CIERRE DEL ARCHIVO DE IMPRESIÓN DE LA CORRIDA
       *>  -------------------------------------------------------------
       000-CIERRE-SPOOL.
           CLOSE F-ARCHIVO-SPOOL.
       *>  -------------------------------------------------------------
       *>  ESCRIBIR LA LÍNEA YA ARMADA EN WS-SPOOL-LINEA, ABRIENDO
       *>  PÁGINA NUEVA (CON SU ENCABEZADO) CADA 60 LÍNEAS
       *>  -------------------------------------------------------------
       000-ESCRIBE-SPOOL.
           IF WS-SPOOL-LINEAS = ZERO OR WS-SPOOL-LINEAS >= 60
               PERFORM 000-SPOOL-ENCABEZADO
           END-IF.
           WRITE REG-SPOOL FROM WS-SPOOL-LINEA.
           ADD 1 TO WS-SPOOL-LINEAS.
           MOVE SPACES TO WS-SPOOL-LINEA.

       000-SPOOL-ENCABEZADO.
           ADD 1 TO WS-SPOOL-PAGINA.
           IF WS-SPOOL-PAGINA > 1
               MOVE SPACES TO REG-SPOOL
               WRITE REG-SPOOL
           END-IF.
           MOVE SPACES TO REG-SPOOL.
           STRING
               WS-SPOOL-TITULO DELIMITED BY SIZE
               "   FECHA: " DELIMITED BY SIZE
               WS-PARAM-FECHA1 DELIMITED BY SPACE
               "   PAGINA: " DELIMITED BY SIZE
               WS-SPOOL-PAGINA DELIMITED BY SIZE
               INTO REG-SPOOL
           END-STRING.
           WRITE REG-SPOOL.
           MOVE ALL "-" TO REG-SPOOL.
           WRITE REG-SPOOL.
           MOVE 2 TO WS-SPOOL-LINEAS.
       *>  -------------------------------------------------------------
       *>  LA PAUSA DE "ENTER PARA CONTINUAR" SÓLO APLICA CON UNA
       *>  PERSONA EN EL TECLADO; EL MODO DESATENDIDO SIGUE DE LARGO
       *>  -------------------------------------------------------------
       000-PAUSA.
           IF WS-MODO-BATCH = 0
               STOP "ENTER PARA CONTINUAR"
           END-IF.
       *>  -------------------------------------------------------------
       *>  CIERRE DE CAJA DESATENDIDO: MISMOS ACUMULADORES QUE LA
       *>  CONSULTA DE PANTALLA, PERO CON LA FECHA YA CARGADA Y EL
       *>  RESULTADO COMPLETO ESCRITO AL ARCHIVO DE IMPRESIÓN
       *>  -------------------------------------------------------------
       002-BATCH-CIERRE-CAJA.
           MOVE 0 TO WS-ENCONTRADO.
           MOVE 0 TO WS-CIERRE-CANT-TIPOS.
           MOVE 0 TO WS-CIERRE-TOTAL-VENTAS.
           MOVE 0 TO WS-CIERRE-TOTAL-PROPINAS.
           MOVE 0 TO WS-CIERRE-IGTF.
           MOVE 0 TO WS-CIERRE-VUELTO.

           PERFORM 000-INICIA-COMANDAS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-COMANDA.
           PERFORM 004-ACUMULA-CIERRE-CAJA UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-COMANDAS.

           MOVE WS-COMANDAS-ANNO TO WS-HIS-ANNO-DESDE.
           MOVE WS-COMANDAS-ANNO TO WS-HIS-ANNO-HASTA.
           PERFORM 000-INICIA-COMANDAS-HIST.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-COMANDA-HIST.
           PERFORM 004-ACUMULA-CIERRE-CAJA-HIST
               UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-COMANDAS-HIST.

           COMPUTE WS-CIERRE-FECHA-NUM =
               WS-COMANDAS-ANNO * 10000 +
               WS-COMANDAS-MES * 100 + WS-COMANDAS-DIA.
           MOVE 0 TO WS-CIERRE-BASE.
           MOVE 0 TO WS-CIERRE-IVA.
           MOVE 0 TO WS-CIERRE-SERVICIO.
           MOVE 0 TO WS-CIERRE-FACTURADO.

           PERFORM 000-INICIA-FACTURAS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-FACTURA.
           PERFORM 004-ACUMULA-FISCAL UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-FACTURAS.

           MOVE ZERO TO WS-CIERRE-NOTAS.
           PERFORM 000-INICIA-NOTAS-CRED.
           MOVE 0 TO WS-FIN-NOTAS.
           PERFORM 004-LEE-SIG-NOTA.
           PERFORM 004-ACUMULA-NOTA-FECHA UNTIL WS-FIN-NOTAS = 1.
           PERFORM 000-CIERRE-NOTAS-CRED.

           IF WS-ENCONTRADO = 0 THEN
               MOVE "NO HAY COMANDAS PARA LA FECHA."
                   TO WS-SPOOL-LINEA
               PERFORM 000-ESCRIBE-SPOOL
               MOVE 4 TO WS-BATCH-RC
           END-IF.

           MOVE "DESGLOSE POR TIPO DE PAGO (MONTOS COBRADOS):"
               TO WS-SPOOL-LINEA.
           PERFORM 000-ESCRIBE-SPOOL.
           MOVE 0 TO WS-CIERRE-TOTAL-BS.
           MOVE 0 TO WS-CIERRE-TOTAL-USD.
           PERFORM 005-SPOOL-TIPO-PAGO
               VARYING WS-CIERRE-IDX FROM 1 BY 1
               UNTIL WS-CIERRE-IDX > WS-CIERRE-CANT-TIPOS.

           PERFORM 005-SPOOL-TOTAL-LINEA.
           MOVE "CUADRE POR MONEDA:" TO WS-SPOOL-LINEA.
           PERFORM 000-ESCRIBE-SPOOL.
           MOVE WS-CIERRE-TOTAL-BS TO WS-SPOOL-MONTO-ED.
           MOVE " - COBRADO EN BOLIVARES: " TO WS-SPOOL-TITULO-AUX.
           PERFORM 005-SPOOL-ARMA-TOTAL.
           MOVE WS-CIERRE-VUELTO TO WS-SPOOL-MONTO-ED.
           MOVE " - VUELTO BS (DIVISAS): " TO WS-SPOOL-TITULO-AUX.
           PERFORM 005-SPOOL-ARMA-TOTAL.
           COMPUTE WS-CIERRE-NETO =
               WS-CIERRE-TOTAL-BS - WS-CIERRE-VUELTO.
           MOVE WS-CIERRE-NETO TO WS-CIERRE-NETO-ED.
           MOVE SPACES TO WS-SPOOL-LINEA.
           STRING
               " - NETO EN BOLIVARES: " DELIMITED BY SIZE
               WS-CIERRE-NETO-ED DELIMITED BY SIZE
               INTO WS-SPOOL-LINEA
           END-STRING.
           PERFORM 000-ESCRIBE-SPOOL.
           MOVE WS-CIERRE-TOTAL-USD TO WS-SPOOL-MONTO-ED.
           MOVE " - RECIBIDO EN DOLARES: " TO WS-SPOOL-TITULO-AUX.
           PERFORM 005-SPOOL-ARMA-TOTAL.
           MOVE WS-CIERRE-IGTF TO WS-SPOOL-MONTO-ED.
           MOVE " - IGTF COBRADO: " TO WS-SPOOL-TITULO-AUX.
           PERFORM 005-SPOOL-ARMA-TOTAL.

           MOVE WS-CIERRE-TOTAL-VENTAS TO WS-SPOOL-MONTO-ED.
           PERFORM 005-SPOOL-TOTAL-LINEA.
           MOVE "TOTAL DE VENTAS (BASE): " TO WS-SPOOL-TITULO-AUX.
           PERFORM 005-SPOOL-ARMA-TOTAL.

           MOVE WS-CIERRE-TOTAL-PROPINAS TO WS-SPOOL-MONTO-ED.
           MOVE "TOTAL DE PROPINAS: " TO WS-SPOOL-TITULO-AUX.
           PERFORM 005-SPOOL-ARMA-TOTAL.

           MOVE WS-CIERRE-BASE TO WS-SPOOL-MONTO-ED.
           MOVE "BASE IMPONIBLE FACTURADA: " TO WS-SPOOL-TITULO-AUX.
           PERFORM 005-SPOOL-ARMA-TOTAL.

           MOVE WS-CIERRE-IVA TO WS-SPOOL-MONTO-ED.
           MOVE "IVA FACTURADO: " TO WS-SPOOL-TITULO-AUX.
           PERFORM 005-SPOOL-ARMA-TOTAL.

           MOVE WS-CIERRE-SERVICIO TO WS-SPOOL-MONTO-ED.
           MOVE "SERVICIO FACTURADO: " TO WS-SPOOL-TITULO-AUX.
           PERFORM 005-SPOOL-ARMA-TOTAL.

           MOVE WS-CIERRE-FACTURADO TO WS-SPOOL-MONTO-ED.
           MOVE "TOTAL FACTURADO: " TO WS-SPOOL-TITULO-AUX.
           PERFORM 005-SPOOL-ARMA-TOTAL.

           MOVE WS-CIERRE-NOTAS TO WS-SPOOL-MONTO-ED.
           MOVE "NOTAS DE CREDITO DE LA FECHA: "
               TO WS-SPOOL-TITULO-AUX.
           PERFORM 005-SPOOL-ARMA-TOTAL.

           COMPUTE WS-CIERRE-NETO =
               WS-CIERRE-FACTURADO - WS-CIERRE-NOTAS.
           MOVE WS-CIERRE-NETO TO WS-CIERRE-NETO-ED.
           MOVE SPACES TO WS-SPOOL-LINEA.
           STRING
               "TOTAL NETO DE LA FECHA: " DELIMITED BY SIZE
               WS-CIERRE-NETO-ED DELIMITED BY SIZE
               INTO WS-SPOOL-LINEA
           END-STRING.
           PERFORM 000-ESCRIBE-SPOOL.

           PERFORM 002-SUMA-ABONOS-FECHA.
           MOVE WS-CTA-ABONOS-FECHA TO WS-SPOOL-MONTO-ED.
           MOVE "ABONOS A CUENTAS POR COBRAR: "
               TO WS-SPOOL-TITULO-AUX.
           PERFORM 005-SPOOL-ARMA-TOTAL.

       005-SPOOL-TIPO-PAGO.
           MOVE WS-CIERRE-TIPO-TOTAL (WS-CIERRE-IDX)
               TO WS-SPOOL-MONTO-ED.
           MOVE SPACES TO WS-SPOOL-LINEA.
           IF WS-CIERRE-TIPO-MONEDA (WS-CIERRE-IDX) = 'USD'
               MOVE WS-CIERRE-TIPO-DIVISA (WS-CIERRE-IDX)
                   TO WS-CIERRE-DIVISA-ED
               ADD WS-CIERRE-TIPO-DIVISA (WS-CIERRE-IDX)
                   TO WS-CIERRE-TOTAL-USD
               STRING
                   " - " DELIMITED BY SIZE
                   WS-CIERRE-TIPO-NOMBRE (WS-CIERRE-IDX)
                       DELIMITED BY SIZE
                   " (USD): " DELIMITED BY SIZE
                   WS-CIERRE-DIVISA-ED DELIMITED BY SIZE
                   " = BS " DELIMITED BY SIZE
                   WS-SPOOL-MONTO-ED DELIMITED BY SIZE
                   INTO WS-SPOOL-LINEA
               END-STRING
           ELSE
       *>      LO CARGADO A CUENTA SE VENDIÓ PERO NO ENTRÓ A LA CAJA
               IF WS-CIERRE-TIPO-NOMBRE (WS-CIERRE-IDX) NOT =
                   'CARGO A CUENTA'
                   ADD WS-CIERRE-TIPO-TOTAL (WS-CIERRE-IDX)
                       TO WS-CIERRE-TOTAL-BS
               END-IF
               STRING
                   " - " DELIMITED BY SIZE
                   WS-CIERRE-TIPO-NOMBRE (WS-CIERRE-IDX)
                       DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-SPOOL-MONTO-ED DELIMITED BY SIZE
                   INTO WS-SPOOL-LINEA
               END-STRING
           END-IF.
           PERFORM 000-ESCRIBE-SPOOL.

       005-SPOOL-TOTAL-LINEA.
           MOVE ALL "-" TO WS-SPOOL-LINEA.
           PERFORM 000-ESCRIBE-SPOOL.

       *>  ARMAR Y ESCRIBIR UNA LÍNEA DE TOTAL CON EL RÓTULO EN
       *>  WS-SPOOL-TITULO-AUX Y EL MONTO YA EDITADO
       005-SPOOL-ARMA-TOTAL.
           MOVE SPACES TO WS-SPOOL-LINEA.
           STRING
               WS-SPOOL-TITULO-AUX DELIMITED BY SIZE
               WS-SPOOL-MONTO-ED DELIMITED BY SIZE
               INTO WS-SPOOL-LINEA
           END-STRING.
           PERFORM 000-ESCRIBE-SPOOL.
       *>  -------------------------------------------------------------
       *>  FUNCIÓN PARA IMPRIMIR EL MENÚ PRINCIPAL DEL SISTEMA
       *>  -------------------------------------------------------------
       000-MENU-PRINCIPAL.
           DISPLAY "+++++++++++++++++++++++++++++++++++++++++".
           DISPLAY "SISTEMA PARA EL CONTROL DEL RESTAURANTE +".
           DISPLAY "+++++++++++++++++++++++++++++++++++++++++".

           MOVE 0 TO WS-FIN-SUBMENU

           ACCEPT WS-FECHA-SISTEMA FROM DATE.
           MOVE WS-FECHA-SISTEMA TO WS-FECHA-FORMATO.

           COMPUTE WS-ANNO-EXTENDIDO = WS-FECHA-ANNO + 2000.

           DISPLAY "BIENVENIDO | FECHA: "
                    WS-FECHA-DIA "/" WS-FECHA-MES
                     "/" WS-ANNO-EXTENDIDO.
           
           DISPLAY " ".
           DISPLAY "MENÚ PRINCIPAL DEL SISTEMA RESTAURANTE  ".
           DISPLAY "--------------------------------------".
           DISPLAY "1 - CARTA DEL RESTAURANTE.".
           DISPLAY "2 - PLATILLOS.".
           DISPLAY "3 - MESEROS.".
           DISPLAY "4 - MESAS.".
           DISPLAY "5 - PEDIDOS.".
           DISPLAY "6 - CONSULTAS.".
           DISPLAY "7 - ANULAR PEDIDO.".
           DISPLAY "8 - REGISTRAR PAGO DE UNA COMANDA.".
           DISPLAY "9 - INVENTARIO (INSUMOS Y RECETAS).".
           DISPLAY "10 - COCINA (COLA DE PREPARACIÓN).".
           DISPLAY "12 - LIBRO DE RESERVAS.".
           DISPLAY "19 - MAESTRO DE CLIENTES.".
           DISPLAY "21 - MOVER/UNIR/DIVIDIR COMANDA.".
           DISPLAY "22 - DESPACHO PARA LLEVAR/DELIVERY.".
           DISPLAY "28 - PLAN DE PRODUCCIÓN Y COMPRAS.".
       *>  LA CAJA (TURNOS Y ARQUEO), LAS COMPRAS Y LOS DESCUENTOS SON
       *>  PARA CAJEROS Y GERENTES
           IF WS-USUARIO-PERFIL NOT = 'MESERO'
               DISPLAY "18 - CAJA (TURNOS Y ARQUEO)."
               DISPLAY "20 - NOTA DE CRÉDITO SOBRE UNA FACTURA."
               DISPLAY "23 - COMPRAS (PROVEEDORES Y ÓRDENES)."
               DISPLAY "27 - DESCUENTOS, CORTESÍAS Y PROMOCIONES."
           END-IF.
       *>  LAS OPCIONES DE GERENCIA (PARÁMETROS FISCALES, CIERRE DE
       *>  DÍA, INTEGRIDAD, REPRECIO, USUARIOS, TASA DE CAMBIO,
       *>  LIBRO DE VENTAS Y REPARTO DE PROPINAS) SÓLO SE OFRECEN AL
       *>  PERFIL GERENTE
           IF WS-USUARIO-PERFIL = 'GERENTE'
               DISPLAY "11 - PARÁMETROS FISCALES (IVA/SERVICIO)."
               DISPLAY "13 - CIERRE DE DÍA (ARCHIVAR A HISTÓRICO)."
               DISPLAY "14 - VERIFICACIÓN DE INTEGRIDAD."
               DISPLAY "15 - REPRECIO MASIVO DE PLATILLOS."
               DISPLAY "17 - USUARIOS DEL SISTEMA."
               DISPLAY "24 - TASA DE CAMBIO DEL DÍA (DIVISAS)."
               DISPLAY "25 - LIBRO DE VENTAS Y CIERRE FISCAL."
               DISPLAY "26 - REPARTO DE PROPINAS."
           END-IF.
           DISPLAY "--------------------------------------".
           DISPLAY "16 - SALIR DEL SISTEMA.".
           DISPLAY " ".
           DISPLAY "USUARIO: " WS-USUARIO-ACTUAL
               " | OPCIÓN: " WITH NO ADVANCING.

           ACCEPT WS-OPCION.

           IF  (WS-OPCION = 11 OR WS-OPCION = 13 OR WS-OPCION = 14
               OR WS-OPCION = 15 OR WS-OPCION = 17
               OR WS-OPCION = 24 OR WS-OPCION = 25
               OR WS-OPCION = 26) AND
               WS-USUARIO-PERFIL NOT = 'GERENTE'
               DISPLAY " "
               DISPLAY "OPCIÓN RESERVADA AL PERFIL GERENTE."
               MOVE ZERO TO WS-OPCION
           END-IF.

           IF (WS-OPCION = 18 OR WS-OPCION = 20 OR WS-OPCION = 23
               OR WS-OPCION = 27) AND
               WS-USUARIO-PERFIL = 'MESERO'
               DISPLAY " "
               DISPLAY "OPCIÓN RESERVADA A CAJEROS Y GERENTES."
               MOVE ZERO TO WS-OPCION
           END-IF.

           EVALUATE WS-OPCION
               WHEN 1     PERFORM 001-CARTA
               WHEN 2     PERFORM 001-PLATILLOS
               WHEN 3     PERFORM 001-MESEROS
               WHEN 4     PERFORM 001-MESAS
               WHEN 5     PERFORM 001-PEDIDOS
               WHEN 6     PERFORM 002-SUBMENU-CONSULTAS
                            UNTIL WS-FIN-SUBMENU = 1
               WHEN 7     PERFORM 001-ANULAR-PEDIDO
               WHEN 8     PERFORM 001-PAGAR-COMANDA
               WHEN 9     PERFORM 001-INVENTARIO
               WHEN 10    PERFORM 001-COCINA
               WHEN 11    PERFORM 001-PARAMETROS
               WHEN 12    PERFORM 001-RESERVAS
               WHEN 13    PERFORM 001-CIERRE-DIA
               WHEN 20    PERFORM 001-NOTA-CREDITO
               WHEN 21    PERFORM 001-MOVER-COMANDA
               WHEN 22    PERFORM 001-DESPACHO
               WHEN 23    PERFORM 001-COMPRAS
               WHEN 24    PERFORM 001-TASAS
               WHEN 25    PERFORM 001-LIBRO-VENTAS
               WHEN 26    PERFORM 001-PROPINAS
               WHEN 27    PERFORM 001-DESCUENTOS
               WHEN 28    PERFORM 001-PLAN-PRODUCCION
               WHEN 0     CONTINUE
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY "OPCION INVÁLIDA, VERIFICA"
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  REGISTRO Y/O ACTUALIZACIÓN DE LOS DATOS DE LA CARTA
       *>  -------------------------------------------------------------
       001-CARTA.
           DISPLAY " ".
           DISPLAY "REGISTRO Y/0 ACTUALIZACIÓN DE LA CARTA.".
           DISPLAY "---------------------------------------".
           DISPLAY " ".

           DISPLAY "CÓDIGO CARTA: " WITH NO ADVANCING.
           ACCEPT WS-CARTA-CODIGO.
           PERFORM UNTIL WS-CARTA-CODIGO NOT = SPACES
               DISPLAY "EL CÓDIGO NO PUEDE ESTAR EN BLANCO, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-CARTA-CODIGO
           END-PERFORM.

           PERFORM 000-INICIA-CARTA.
               MOVE WS-CARTA-CODIGO TO RC-CODIGO.
      
               READ F-ARCHIVO-CARTA RECORD
                   KEY RC-CODIGO
                   INVALID KEY MOVE 0 TO WS-CONSULTA
                   NOT INVALID KEY MOVE 1 TO WS-CONSULTA.
           PERFORM 000-CIERRE-CARTA

           IF WS-CONSULTA = 1
                DISPLAY " "
                DISPLAY "+++ADVERTENCIA: REGISTRO DE "
                            "CARTA YA EXISTE, "
                            "LOS DATOS QUE INTRODUZCA A CONTINUACIÓN "
                            "ACTUALIZARAN LOS YA EXISTENTE+++"
                DISPLAY " "
                MOVE ZERO TO WS-CONSULTA
           END-IF.
       *>  ENTRADA DE DATOS
           DISPLAY "DESAYUNOS (USE COMA PARA SEPARAR): "
               WITH NO ADVANCING.
           ACCEPT WS-CARTA-DESAYUNOS.
           DISPLAY "ENTRADAS (USE COMA PARA SEPARAR): "
               WITH NO ADVANCING.
           ACCEPT WS-CARTA-ENTRADAS.
           DISPLAY "ENSALADAS (USE COMA PARA SEPARAR): "
               WITH NO ADVANCING.
           ACCEPT WS-CARTA-ENSALADAS.
           DISPLAY "CONTORNOS (USE COMA PARA SEPARAR): "
               WITH NO ADVANCING.
           ACCEPT WS-CARTA-CONTORNOS.
           DISPLAY "CARNES (USE COMA PARA SEPARAR): "
               WITH NO ADVANCING.
           ACCEPT WS-CARTA-CARNES.
           DISPLAY "PESCADOS-MARISCOS (USE COMA PARA SEPARAR): "
               WITH NO ADVANCING.
           ACCEPT WS-CARTA-PESCADOS-MARISCOS.
           DISPLAY "BEBIDAS (USE COMA PARA SEPARAR): "
               WITH NO ADVANCING.
           ACCEPT WS-CARTA-BEBIDAS.
       *>  REGISTRO DE LOS DATOS EN EL ARCHIVO
           PERFORM 000-INICIA-CARTA
           WRITE REG-CARTA FROM WS-ENT-CARTA
                INVALID KEY
                    MOVE 'CARTA' TO WS-AUD-TABLA
                    MOVE RC-CODIGO TO WS-AUD-LLAVE
                    READ F-ARCHIVO-CARTA RECORD KEY RC-CODIGO
                        INVALID KEY CONTINUE
                    END-READ
                    MOVE REG-CARTA TO WS-AUD-ANTES
                    REWRITE REG-CARTA FROM WS-ENT-CARTA
                    END-REWRITE
                    MOVE REG-CARTA TO WS-AUD-DESPUES
                    PERFORM 000-REGISTRA-AUDITORIA
           END-WRITE.
           PERFORM 000-CIERRE-CARTA
           DISPLAY "CARTA REGISTRADA EXITOSAMENTE... " 
               WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".
       *>  -------------------------------------------------------------
       *>  REGISTRO Y/O ACTUALIZACIÓN DE LOS DATOS DEL PLATILLO
       *>  -------------------------------------------------------------
       001-PLATILLOS.
           DISPLAY " ".
           DISPLAY "REGISTRO Y/0 ACTUALIZACIÓN DE PLATILLOS.".
           DISPLAY "--------------------------------------".
           DISPLAY " ".

           DISPLAY "CÓDIGO DEL PLATILLO: " WITH NO ADVANCING.
           ACCEPT WS-PLATILLOS-CODIGO.
           PERFORM UNTIL WS-PLATILLOS-CODIGO NOT = SPACES
               DISPLAY "EL CÓDIGO NO PUEDE ESTAR EN BLANCO, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-PLATILLOS-CODIGO
           END-PERFORM.

           PERFORM 000-INICIA-PLATILLOS.
               MOVE WS-PLATILLOS-CODIGO TO RP-CODIGO.
      
               READ F-ARCHIVO-PLATILLOS RECORD
                   KEY RP-CODIGO
                   INVALID KEY MOVE 0 TO WS-CONSULTA
                   NOT INVALID KEY MOVE 1 TO WS-CONSULTA.
           PERFORM 000-CIERRE-PLATILLOS

           IF WS-CONSULTA = 1
                DISPLAY " "
                DISPLAY "+++ADVERTENCIA: REGISTRO DE "
                            "MESERO YA EXISTE, "
                            "LOS DATOS QUE INTRODUZCA A CONTINUACIÓN "
                            "ACTUALIZARAN LOS YA EXISTENTE+++"
                DISPLAY " "
                MOVE ZERO TO WS-CONSULTA
           END-IF.
       *>  ENTRADA DE DATOS
           DISPLAY "NOMBRE Y DESCRIPCIÓN DEL PLATILLO: "
               WITH NO ADVANCING.
           ACCEPT WS-PLATILLOS-DESCRIPCION.
           PERFORM UNTIL WS-PLATILLOS-DESCRIPCION NOT = SPACES
               DISPLAY "LA DESCRIPCIÓN NO PUEDE ESTAR EN BLANCO, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-PLATILLOS-DESCRIPCION
           END-PERFORM.
           DISPLAY "TIPO DE PLATILLO: "
               WITH NO ADVANCING.
           ACCEPT WS-PLATILLOS-TIPO.
           DISPLAY "PRECIO (EJ. 22.33): "
               WITH NO ADVANCING.
           ACCEPT WS-PLATILLOS-PRECIO.
           PERFORM UNTIL WS-PLATILLOS-PRECIO > ZERO
               DISPLAY "EL PRECIO DEBE SER MAYOR A CERO, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-PLATILLOS-PRECIO
           END-PERFORM.
       *>  REGISTRO DE LOS DATOS EN EL ARCHIVO
           PERFORM 000-INICIA-PLATILLOS
           WRITE REG-PLATILLOS FROM WS-ENT-PLATILLOS
                INVALID KEY
                    MOVE 'PLATILLOS' TO WS-AUD-TABLA
                    MOVE RP-CODIGO TO WS-AUD-LLAVE
                    READ F-ARCHIVO-PLATILLOS RECORD KEY RP-CODIGO
                        INVALID KEY CONTINUE
                    END-READ
                    MOVE REG-PLATILLOS TO WS-AUD-ANTES
                    REWRITE REG-PLATILLOS FROM WS-ENT-PLATILLOS
                    END-REWRITE
                    MOVE REG-PLATILLOS TO WS-AUD-DESPUES
                    PERFORM 000-REGISTRA-AUDITORIA
           END-WRITE.
           PERFORM 000-CIERRE-PLATILLOS
           DISPLAY "PLATILLO REGISTRADO EXITOSAMENTE... " 
               WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".
       *>  -------------------------------------------------------------
       *>  REGISTRO Y/O ACTUALIZACIÓN DE LOS DATOS DEL MESONERO
       *>  -------------------------------------------------------------
       001-MESEROS.
           DISPLAY " ".
           DISPLAY "REGISTRO Y/0 ACTUALIZACIÓN DE MESEROS.".
           DISPLAY "--------------------------------------".
           DISPLAY " ".

           DISPLAY "CÉDULA DE IDENTIDAD: " WITH NO ADVANCING.
           ACCEPT WS-MESEROS-CEDULA.
           PERFORM UNTIL WS-MESEROS-CEDULA NOT = SPACES
               DISPLAY "LA CÉDULA NO PUEDE ESTAR EN BLANCO, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-MESEROS-CEDULA
           END-PERFORM.

           PERFORM 000-INICIA-MESEROS.
               MOVE WS-MESEROS-CEDULA TO RM-CEDULA.
      
               READ F-ARCHIVO-MESEROS RECORD
                   KEY RM-CEDULA
                   INVALID KEY MOVE 0 TO WS-CONSULTA
                   NOT INVALID KEY MOVE 1 TO WS-CONSULTA.
           PERFORM 000-CIERRE-MESEROS

           IF WS-CONSULTA = 1
                DISPLAY " "
                DISPLAY "+++ADVERTENCIA: REGISTRO DE "
                            "MESERO YA EXISTE, "
                            "LOS DATOS QUE INTRODUZCA A CONTINUACIÓN "
                            "ACTUALIZARAN LOS YA EXISTENTE+++"
                DISPLAY " "
                MOVE ZERO TO WS-CONSULTA
           END-IF.
       *>  ENTRADA DE DATOS
           DISPLAY "NOMBRE Y APELLIDO: " WITH NO ADVANCING.
           ACCEPT WS-MESEROS-NOMBRE-APELLIDO.
           PERFORM UNTIL WS-MESEROS-NOMBRE-APELLIDO NOT = SPACES
               DISPLAY "EL NOMBRE NO PUEDE ESTAR EN BLANCO, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-MESEROS-NOMBRE-APELLIDO
           END-PERFORM.
           DISPLAY "PUNTOS PARA EL REPARTO DE PROPINAS (EJ. 10): "
               WITH NO ADVANCING.
           ACCEPT WS-MESEROS-PUNTOS.
       *>  REGISTRO DE LOS DATOS EN EL ARCHIVO
           PERFORM 000-INICIA-MESEROS
           WRITE REG-MESEROS FROM WS-ENT-MESEROS
                INVALID KEY
                    MOVE 'MESEROS' TO WS-AUD-TABLA
                    MOVE RM-CEDULA TO WS-AUD-LLAVE
                    READ F-ARCHIVO-MESEROS RECORD KEY RM-CEDULA
                        INVALID KEY CONTINUE
                    END-READ
                    MOVE REG-MESEROS TO WS-AUD-ANTES
                    REWRITE REG-MESEROS FROM WS-ENT-MESEROS
                    END-REWRITE
                    MOVE REG-MESEROS TO WS-AUD-DESPUES
                    PERFORM 000-REGISTRA-AUDITORIA
           END-WRITE.
           PERFORM 000-CIERRE-MESEROS
           DISPLAY "MESERO REGISTRADO EXITOSAMENTE... " 
               WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".
       *>  -------------------------------------------------------------
       *>  REGISTRO Y/O ACTUALIZACIÓN DE LOS DATOS DE MESAS ENUMERADAS
       *>  -------------------------------------------------------------
       001-MESAS.
           DISPLAY " ".
           DISPLAY "REGISTRO Y/0 ACTUALIZACIÓN DE MESAS.".
           DISPLAY "--------------------------------------".
           DISPLAY " ".

           DISPLAY "NÚMERO DE LA MESA: " WITH NO ADVANCING.
           ACCEPT WS-MESAS-NUMERO.
           PERFORM UNTIL WS-MESAS-NUMERO NOT = SPACES
               AND WS-MESAS-NUMERO NOT = "0"
               DISPLAY "EL NÚMERO DE MESA NO PUEDE ESTAR EN BLANCO "
                   "NI SER CERO, INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-MESAS-NUMERO
           END-PERFORM.

           PERFORM 000-INICIA-MESAS.
               MOVE WS-MESAS-NUMERO TO RME-NUMERO.
      
               READ F-ARCHIVO-MESAS RECORD
                   KEY RME-NUMERO
                   INVALID KEY MOVE 0 TO WS-CONSULTA
                   NOT INVALID KEY MOVE 1 TO WS-CONSULTA.
           PERFORM 000-CIERRE-MESAS

           IF WS-CONSULTA = 1
                DISPLAY " "
                DISPLAY "+++ADVERTENCIA: REGISTRO DE "
                            "MESA YA EXISTE, "
                            "LOS DATOS QUE INTRODUZCA A CONTINUACIÓN "
                            "ACTUALIZARAN LOS YA EXISTENTE+++"
                DISPLAY " "
                MOVE RME-ESTADO TO WS-MESAS-ESTADO
                MOVE RME-MESERO TO WS-ASG-MESERO-ANTERIOR
                MOVE ZERO TO WS-CONSULTA
           ELSE
                MOVE 'LIBRE' TO WS-MESAS-ESTADO
                MOVE SPACES TO WS-ASG-MESERO-ANTERIOR
           END-IF.
       *>  ENTRADA DE DATOS
           PERFORM 000-INICIA-MESEROS.
               PERFORM 003-MOSTRAR-MESEROS.

               DISPLAY "INTRODUZCA LA CEDULA DEL MESERO: "
                   WITH NO ADVANCING.
               ACCEPT WS-MESAS-MESERO.
               MOVE WS-MESAS-MESERO TO RM-CEDULA.

               READ F-ARCHIVO-MESEROS RECORD
                   KEY RM-CEDULA
                   INVALID KEY MOVE 1 TO WS-CONSULTA
                   NOT INVALID KEY MOVE 0 TO WS-CONSULTA
               END-READ.
           PERFORM 000-CIERRE-MESEROS

           IF WS-CONSULTA = 0 THEN
       *>  REGISTRO DE LOS DATOS EN EL ARCHIVO
               PERFORM 000-INICIA-MESAS
               WRITE REG-MESAS FROM WS-ENT-MESAS
                    INVALID KEY
                        MOVE 'MESAS' TO WS-AUD-TABLA
                        MOVE RME-NUMERO TO WS-AUD-LLAVE
                        READ F-ARCHIVO-MESAS RECORD KEY RME-NUMERO
                            INVALID KEY CONTINUE
                        END-READ
                        MOVE REG-MESAS TO WS-AUD-ANTES
                        REWRITE REG-MESAS FROM WS-ENT-MESAS
                        END-REWRITE
                        MOVE REG-MESAS TO WS-AUD-DESPUES
                        PERFORM 000-REGISTRA-AUDITORIA
               END-WRITE
               PERFORM 000-CIERRE-MESAS
               PERFORM 000-REGISTRA-ASIGNACION
               DISPLAY "MESA REGISTRADA EXITOSAMENTE... "
                   WITH NO ADVANCING
               STOP "ENTER PARA CONTINUAR"
           ELSE
               DISPLAY "MESERO NO EXISTE, INTENTE DE NUEVO "
                   "Y ASEGURESE DE VER LAS CÉDULAS EN LA LISTA"
               MOVE ZERO TO WS-CONSULTA
               PERFORM 001-MESAS
           END-IF.
       *>  -------------------------------------------------------------
       *>  REGISTRO Y/O ACTUALIZACIÓN DE LOS PEDIDOS. LA COMANDA
       *>  PUEDE SER DE SALÓN (CON MESA Y MESERO), PARA LLEVAR O
       *>  DELIVERY (SIN MESA: EL TELÉFONO Y LA DIRECCIÓN VAN EN EL
       *>  ENCABEZADO Y LA COLA DE COCINA MARCA 'LLEV' EN VEZ DE MESA)
       *>  -------------------------------------------------------------
       001-PEDIDOS.
           DISPLAY " ".
           DISPLAY "REGISTRO DE UNA COMANDA.".
           DISPLAY "--------------------------------------".
           DISPLAY "1. SALÓN (MESA).".
           DISPLAY "2. PARA LLEVAR.".
           DISPLAY "3. DELIVERY.".
           DISPLAY " ".
           DISPLAY "CANAL (1, 2 o 3): " WITH NO ADVANCING.
           ACCEPT WS-CANAL-OPCION.

           EVALUATE WS-CANAL-OPCION
               WHEN 1
                   MOVE 'S' TO WS-COMANDAS-CANAL
                   PERFORM 001-PEDIDO-SALON
               WHEN 2
                   MOVE 'L' TO WS-COMANDAS-CANAL
                   PERFORM 001-PEDIDO-SIN-MESA
               WHEN 3
                   MOVE 'D' TO WS-COMANDAS-CANAL
                   PERFORM 001-PEDIDO-SIN-MESA
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY "OPCION INVÁLIDA"
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  COMANDA DE SALÓN: EXIGE MESA EXISTENTE CON MESERO ASIGNADO
       *>  Y MARCA LA MESA COMO OCUPADA
       *>  -------------------------------------------------------------
       001-PEDIDO-SALON.
           DISPLAY " ".
           DISPLAY "REGISTRO DE UNA COMANDA (PEDIDO DE MESA).".
           DISPLAY "--------------------------------------".
           DISPLAY " ".

       *>  ENTRADA DE DATOS
           PERFORM 000-INICIA-MESAS.
               PERFORM 003-MOSTRAR-MESAS.

               DISPLAY "INTRODUZCA NÚMERO DE MESA SEGÚN LA LISTA: "
                   WITH NO ADVANCING.
               ACCEPT WS-COMANDAS-MESA.
               PERFORM UNTIL WS-COMANDAS-MESA NOT = SPACES
                   DISPLAY "EL NÚMERO DE MESA NO PUEDE ESTAR EN "
                       "BLANCO, INTENTE DE NUEVO: " WITH NO ADVANCING
                   ACCEPT WS-COMANDAS-MESA
               END-PERFORM.
               MOVE WS-COMANDAS-MESA TO RME-NUMERO.

               READ F-ARCHIVO-MESAS RECORD
                   KEY RME-NUMERO
                   INVALID KEY MOVE 1 TO WS-CONSULTA
                   NOT INVALID KEY MOVE 0 TO WS-CONSULTA
               END-READ.
           PERFORM 000-CIERRE-MESAS
           IF WS-CONSULTA = 0 THEN
               MOVE WS-COMANDAS-MESA TO WS-PEDIDOS-MESA
               PERFORM 000-MARCA-MESA-OCUPADA
               PERFORM 003-MESERO-POR-MESA
               IF WS-CONSULTA = 0 THEN
                   MOVE WS-PEDIDOS-MESERO TO WS-COMANDAS-MESERO
                   MOVE SPACES TO WS-COMANDAS-TELEFONO
                   MOVE SPACES TO WS-COMANDAS-DIRECCION
                   MOVE SPACE TO WS-COMANDAS-DESPACHO
                   PERFORM 002-CAPTURA-COMANDA
               ELSE
                   DISPLAY "NO HAY MESEROS ASIGNADOS A ESTA MESA,"
                   "O LA MESA NO EXISTE, POR FAVOR INTENTE DE NUEVO"
                   MOVE ZERO TO WS-CONSULTA
                   PERFORM 001-PEDIDO-SALON
               END-IF
           ELSE
               DISPLAY "MESA NO EXISTE, INTENTE DE NUEVO "
                   "Y ASEGURESE DE VER LAS MESAS EN LA LISTA"
               MOVE ZERO TO WS-CONSULTA
               PERFORM 001-PEDIDO-SALON
           END-IF.
       *>  -------------------------------------------------------------
       *>  COMANDA PARA LLEVAR O DELIVERY: SIN MESA NI MESERO; LA
       *>  PSEUDO-MESA 'LLEV' MARCA LAS LÍNEAS Y LA COLA DE COCINA, Y
       *>  EL DESPACHO ARRANCA PENDIENTE
       *>  -------------------------------------------------------------
       001-PEDIDO-SIN-MESA.
           DISPLAY " ".
           IF WS-COMANDAS-CANAL = 'L'
               DISPLAY "REGISTRO DE UNA COMANDA PARA LLEVAR."
           ELSE
               DISPLAY "REGISTRO DE UNA COMANDA DELIVERY."
           END-IF.
           DISPLAY "--------------------------------------".
           DISPLAY " ".

           MOVE 'LLEV' TO WS-COMANDAS-MESA.
           MOVE 'LLEV' TO WS-PEDIDOS-MESA.
           MOVE SPACES TO WS-COMANDAS-MESERO.
           MOVE 'P' TO WS-COMANDAS-DESPACHO.

           PERFORM 002-CAPTURA-COMANDA.
       *>  -------------------------------------------------------------
       *>  CAPTURA Y REGISTRO DE LA COMANDA, COMÚN A LOS TRES
       *>  CANALES: NÚMERO, CLIENTE, FECHA, PLATILLOS, DATOS DE PAGO,
       *>  ESCRITURA DEL ENCABEZADO Y COBRO INMEDIATO SI APLICA
       *>  -------------------------------------------------------------
       002-CAPTURA-COMANDA.
           PERFORM 000-ASIGNA-NUMERO-COMANDA.

       *>  SIN NÚMERO RESERVADO (CONTADOR OCUPADO POR OTRA TERMINAL)
       *>  NO SE REGISTRA NADA: SEGUIR CON EL NÚMERO CERO TERMINARÍA
       *>  PISANDO LA COMANDA CERO DE OTRO INTENTO FALLIDO
           IF WS-COMANDAS-NUMERO = ZERO
               DISPLAY "LA COMANDA NO SE PUEDE REGISTRAR SIN "
                   "NÚMERO, INTENTE DE NUEVO."
               IF WS-COMANDAS-CANAL = 'S'
                   PERFORM 000-MARCA-MESA-LIBRE
               END-IF
               STOP "ENTER PARA CONTINUAR"
           ELSE
               PERFORM 002-CAPTURA-COMANDA-DATOS
           END-IF.

       002-CAPTURA-COMANDA-DATOS.
           ACCEPT WS-COMANDAS-HORA FROM TIME.

           PERFORM 000-PIDE-CLIENTE.
           MOVE WS-CLI-COD-SEL TO WS-COMANDAS-CLIENTE-COD.
           MOVE WS-CLI-NOM-SEL TO WS-COMANDAS-CLIENTE.

       *>  LOS CANALES SIN MESA NECESITAN CÓMO CONTACTAR AL CLIENTE,
       *>  Y EL DELIVERY ADEMÁS A DÓNDE LLEVAR EL PEDIDO
           IF WS-COMANDAS-CANAL NOT = 'S'
               IF WS-CLI-COD-SEL NOT = SPACES
                   MOVE WS-CLI-TELEFONO TO WS-COMANDAS-TELEFONO
                   DISPLAY "TELÉFONO (DEL MAESTRO): "
                       WS-COMANDAS-TELEFONO
               ELSE
                   DISPLAY "TELÉFONO DEL CLIENTE: "
                       WITH NO ADVANCING
                   ACCEPT WS-COMANDAS-TELEFONO
               END-IF
               IF WS-COMANDAS-CANAL = 'D'
                   DISPLAY "DIRECCIÓN DE ENTREGA: "
                       WITH NO ADVANCING
                   ACCEPT WS-COMANDAS-DIRECCION
                   PERFORM UNTIL WS-COMANDAS-DIRECCION NOT = SPACES
                       DISPLAY "LA DIRECCIÓN NO PUEDE ESTAR EN "
                           "BLANCO, INTENTE DE NUEVO: "
                           WITH NO ADVANCING
                       ACCEPT WS-COMANDAS-DIRECCION
                   END-PERFORM
               ELSE
                   MOVE SPACES TO WS-COMANDAS-DIRECCION
               END-IF
           END-IF.

           DISPLAY "FECHA DE LA COMANDA: ".
           DISPLAY "DIA (EJ. 13): " WITH NO ADVANCING.
           ACCEPT WS-COMANDAS-DIA.
           PERFORM UNTIL WS-COMANDAS-DIA > ZERO
               AND WS-COMANDAS-DIA <= 31
               DISPLAY "EL DÍA DEBE ESTAR ENTRE 1 Y 31, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-COMANDAS-DIA
           END-PERFORM.
           DISPLAY "MES (EJ. 02): " WITH NO ADVANCING.
           ACCEPT WS-COMANDAS-MES.
           PERFORM UNTIL WS-COMANDAS-MES > ZERO
               AND WS-COMANDAS-MES <= 12
               DISPLAY "EL MES DEBE ESTAR ENTRE 1 Y 12, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-COMANDAS-MES
           END-PERFORM.
           DISPLAY "AÑO (EJ. 2023): " WITH NO ADVANCING.
           ACCEPT WS-COMANDAS-ANNO.

           IF WS-COMANDAS-CANAL = 'S'
               PERFORM 000-AVISA-RESERVA
           END-IF.

           MOVE 0 TO WS-COMANDA-ACUM-TOTAL.
           MOVE 0 TO WS-COMANDA-ITEMS-ESCRITOS.
           MOVE 'S' TO WS-COMANDA-MAS-PLATILLOS.

           PERFORM 001-COMANDA-ITEM
               UNTIL (WS-COMANDA-MAS-PLATILLOS NOT = 'S'
                   AND WS-COMANDA-MAS-PLATILLOS NOT = 's')
               AND WS-COMANDA-ITEMS-ESCRITOS > 0.

       *>  DATOS DE PAGO DE LA COMANDA COMPLETA
           DISPLAY "TIPO DE PAGO "
               "(EJ. PAGO MOVIL, TARJETA,...): "
               WITH NO ADVANCING.
           ACCEPT WS-COMANDAS-TIPO-PAGO.
       *>  EL CARGO A CUENTA NECESITA EL CONTROL DEL CLIENTE Y DE SU
       *>  LÍMITE, QUE SÓLO SE HACE AL COBRAR LA COMANDA
           PERFORM UNTIL WS-COMANDAS-TIPO-PAGO NOT = 'CARGO A CUENTA'
               DISPLAY "USE COBRAR COMANDA PARA CARGAR A CUENTA, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-COMANDAS-TIPO-PAGO
           END-PERFORM.
           DISPLAY "PROPINA (EJ. 1.35): " WITH NO ADVANCING.
           ACCEPT WS-COMANDAS-PROPINA.
           DISPLAY "ENVIADO/PAGADO (EJ. S = SI o N = NO): "
               WITH NO ADVANCING.
           ACCEPT WS-COMANDAS-ENVIADO.
           IF WS-COMANDAS-ENVIADO = 'S'
               OR WS-COMANDAS-ENVIADO = 's'
               MOVE 'E' TO WS-COMANDAS-ESTADO
           ELSE
               MOVE 'P' TO WS-COMANDAS-ESTADO
           END-IF.
           MOVE WS-COMANDA-ACUM-TOTAL TO WS-COMANDAS-TOTAL.

       *>  REGISTRO DE LOS DATOS EN EL ARCHIVO
           PERFORM 000-INICIA-COMANDAS.
           WRITE REG-COMANDAS FROM WS-ENT-COMANDAS
                INVALID KEY
                    MOVE 'COMANDAS' TO WS-AUD-TABLA
                    MOVE RCM-NUMERO TO WS-AUD-LLAVE
                    READ F-ARCHIVO-COMANDAS RECORD
                        KEY RCM-NUMERO
                        INVALID KEY CONTINUE
                    END-READ
                    MOVE REG-COMANDAS TO WS-AUD-ANTES
                    REWRITE REG-COMANDAS FROM WS-ENT-COMANDAS
                    END-REWRITE
                    MOVE REG-COMANDAS TO WS-AUD-DESPUES
                    PERFORM 000-REGISTRA-AUDITORIA
           END-WRITE.
           PERFORM 000-CIERRE-COMANDAS.
           PERFORM 000-ACTUALIZA-LINEAS-COMANDA.

       *>  UNA COMANDA COBRADA AL REGISTRARLA QUEDA ASENTADA
       *>  EN EL ARCHIVO DE PAGOS COMO UN PAGO ÚNICO POR EL
       *>  TOTAL CON IVA Y SERVICIO (Y EL CARGO DE DELIVERY SI
       *>  APLICA), PARA QUE EL CIERRE DE CAJA CUADRE POR LOS
       *>  MONTOS REALMENTE COBRADOS, Y GENERA SU FACTURA EN EL
       *>  MOMENTO
           IF WS-COMANDAS-ENVIADO = 'S'
               OR WS-COMANDAS-ENVIADO = 's'
               MOVE WS-COMANDAS-TOTAL TO WS-FACT-BASE
               IF WS-COMANDAS-CANAL = 'D'
                   MOVE 1 TO WS-FACT-DELIVERY
               END-IF
               PERFORM 000-CALCULA-IMPUESTOS
               MOVE ZERO TO WS-FACT-DELIVERY
               MOVE WS-COMANDAS-NUMERO TO WS-PAG-COMANDA
               MOVE 1 TO WS-PAG-SECUENCIA
               MOVE WS-COMANDAS-TIPO-PAGO TO WS-PAG-TIPO
               MOVE WS-FACT-TOTAL TO WS-PAG-MONTO
               MOVE WS-COMANDAS-PROPINA TO WS-PAG-PROPINA
               MOVE 'BS' TO WS-PAG-MONEDA
               MOVE ZERO TO WS-PAG-MONTO-DIVISA
               MOVE ZERO TO WS-PAG-TASA
               MOVE ZERO TO WS-PAG-IGTF
               MOVE ZERO TO WS-PAG-VUELTO-BS
               PERFORM 000-GRABA-PAGO
               MOVE ZERO TO WS-PAGO-IGTF
               MOVE ZERO TO WS-PAGO-DIVISA-BS
               MOVE ZERO TO WS-PAGO-TASA
               IF WS-COMANDAS-CANAL = 'S'
                   PERFORM 000-MARCA-MESA-LIBRE
               END-IF
               PERFORM 000-GENERA-FACTURA
           END-IF.

           PERFORM 003-IMPRIME-TICKET-COMANDA.

           DISPLAY "COMANDA REGISTRADA EXITOSAMENTE... "
               WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".
       *>  -------------------------------------------------------------
       *>  ASIGNAR UN NÚMERO NUEVO A LA COMANDA (POR ORDEN DE REGISTRO)
       *>  -------------------------------------------------------------
       000-ASIGNA-NUMERO-COMANDA.
           MOVE 'COMANDAS' TO WS-CTR-NOMBRE.
           PERFORM 000-SIGUIENTE-CONTADOR.
           MOVE WS-CTR-VALOR TO WS-COMANDAS-NUMERO.
           DISPLAY " ".
           DISPLAY "NRO. DE COMANDA ASIGNADO.: " WS-COMANDAS-NUMERO.
           DISPLAY " ".
       *>  -------------------------------------------------------------
       *>  AGREGAR UN PLATILLO A LA COMANDA ACTUAL (UNA LÍNEA DE
       *>  PEDIDO POR CADA PLATILLO AGREGADO)
       *>  -------------------------------------------------------------
       001-COMANDA-ITEM.
           PERFORM 000-INICIA-PLATILLOS.
           PERFORM 003-MOSTRAR-PLATILLOS.

           DISPLAY "INTRODUZCA EL CÓDIGO DEL PLATILLO "
               "SEGÚN LA LISTA: " WITH NO ADVANCING.
           ACCEPT WS-PLATILLOS-CODIGO.
           MOVE WS-PLATILLOS-CODIGO TO RP-CODIGO.

           READ F-ARCHIVO-PLATILLOS RECORD
               KEY RP-CODIGO
               INVALID KEY MOVE 1 TO WS-CONSULTA
               NOT INVALID KEY MOVE 0 TO WS-CONSULTA
           END-READ.
           PERFORM 000-CIERRE-PLATILLOS.
           IF WS-CONSULTA NOT = 0 THEN
               DISPLAY "EL CÓDIGO DE PLATILLO NO EXISTE EN LA "
                   "CARTA, INTENTE DE NUEVO Y ASEGURESE DE "
                   "VER LOS CÓDIGOS EN LA LISTA"
               MOVE ZERO TO WS-CONSULTA
           ELSE
               PERFORM 000-VERIFICA-EXISTENCIA
               IF WS-INV-RECHAZADO = 1
                   DISPLAY "PLATILLO AGOTADO EN COCINA, NO SE "
                       "PUEDE AGREGAR A LA COMANDA"
                   MOVE ZERO TO WS-INV-RECHAZADO
               ELSE
                   MOVE 'PEDIDOS' TO WS-CTR-NOMBRE
                   PERFORM 000-SIGUIENTE-CONTADOR
       *>          SIN NÚMERO RESERVADO LA LÍNEA NO SE GRABA: EL
       *>          PEDIDO CERO DE DOS INTENTOS FALLIDOS SE PISARÍA
                   IF WS-CTR-VALOR = ZERO
                       DISPLAY "LA LÍNEA NO SE PUEDE AGREGAR SIN "
                           "NÚMERO DE PEDIDO, INTENTE DE NUEVO."
                   ELSE
                       PERFORM 002-GRABA-LINEA-COMANDA
                   END-IF
               END-IF
           END-IF.

           DISPLAY "¿DESEA AGREGAR OTRO PLATILLO A LA COMANDA? "
               "(S/N): " WITH NO ADVANCING.
           ACCEPT WS-COMANDA-MAS-PLATILLOS.
       *>  -------------------------------------------------------------
       *>  GRABAR LA LÍNEA DE PEDIDO DEL PLATILLO YA VALIDADO EN
       *>  REG-PLATILLOS, CON EL NÚMERO YA RESERVADO EN WS-CTR-VALOR:
       *>  CANTIDAD, DESCUENTO DE INVENTARIO, ESCRITURA Y ENCOLADO
       *>  EN COCINA
       *>  -------------------------------------------------------------
       002-GRABA-LINEA-COMANDA.
           MOVE WS-CTR-VALOR TO WS-PEDIDOS-NUMERO.

           MOVE RP-DESCRIPCION TO WS-PEDIDOS-DESCRIPCION
                   MOVE RP-PRECIO TO WS-PEDIDOS-PRECIO-UNITARIO
                   MOVE RP-TIPO TO WS-DSC-TIPO-PLATILLO
                   DISPLAY " "
                   DISPLAY "PLATILLO: " RP-DESCRIPCION
                       " | PRECIO: " RP-PRECIO
                   DISPLAY "CANTIDAD DEL PEDIDO: "
                       WITH NO ADVANCING
                   ACCEPT WS-PEDIDOS-CANTIDAD
                   PERFORM UNTIL WS-PEDIDOS-CANTIDAD > ZERO
                       DISPLAY "LA CANTIDAD DEBE SER MAYOR A CERO, "
                           "INTENTE DE NUEVO: " WITH NO ADVANCING
                       ACCEPT WS-PEDIDOS-CANTIDAD
                   END-PERFORM

                   PERFORM 000-DESCUENTA-EXISTENCIA

                   COMPUTE WS-COMANDA-LINEA-TOTAL =
                       WS-PEDIDOS-PRECIO-UNITARIO * WS-PEDIDOS-CANTIDAD
       *>          LA PROMOCIÓN VIGENTE MÁS FAVORABLE SE APLICA SOLA Y
       *>          SU DESCUENTO QUEDA RESTADO DEL IMPORTE DE LA LÍNEA
                   MOVE ZERO TO WS-PEDIDOS-DESCUENTO
                   MOVE SPACE TO WS-PEDIDOS-DESC-TIPO
                   MOVE SPACES TO WS-PEDIDOS-PROMOCION
                   MOVE SPACES TO WS-PEDIDOS-DESC-MOTIVO
                   MOVE SPACES TO WS-PEDIDOS-DESC-USUARIO
                   MOVE SPACES TO WS-PEDIDOS-DESC-AUTORIZA
                   PERFORM 000-BUSCA-PROMOCION
                   IF WS-DSC-PROMO-COD NOT = SPACES
                       COMPUTE WS-PEDIDOS-DESCUENTO =
                           (WS-PEDIDOS-PRECIO-UNITARIO -
                           WS-DSC-PRECIO-PROMO) * WS-PEDIDOS-CANTIDAD
                       SUBTRACT WS-PEDIDOS-DESCUENTO
                           FROM WS-COMANDA-LINEA-TOTAL
                       MOVE 'P' TO WS-PEDIDOS-DESC-TIPO
                       MOVE WS-DSC-PROMO-COD TO WS-PEDIDOS-PROMOCION
                       MOVE WS-DSC-PROMO-DESC TO WS-PEDIDOS-DESC-MOTIVO
                       MOVE WS-USUARIO-ACTUAL TO WS-PEDIDOS-DESC-USUARIO
                       DISPLAY "PROMOCIÓN " WS-DSC-PROMO-DESC
                           " | PRECIO: " WS-DSC-PRECIO-PROMO
                   END-IF
                   ADD WS-COMANDA-LINEA-TOTAL TO WS-COMANDA-ACUM-TOTAL

                   MOVE WS-COMANDAS-MESA TO WS-PEDIDOS-MESA
                   MOVE WS-COMANDAS-NUMERO TO WS-PEDIDOS-COMANDA
                   MOVE WS-COMANDA-LINEA-TOTAL TO WS-PEDIDOS-IMPORTE
                   MOVE ZERO TO WS-PEDIDOS-PROPINA
                   MOVE SPACES TO WS-PEDIDOS-TIPO-PAGO
                   MOVE 'N' TO WS-PEDIDOS-ENVIADO
                   MOVE 'P' TO WS-PEDIDOS-ESTADO
                   MOVE WS-COMANDAS-DIA TO WS-PEDIDOS-DIA
                   MOVE WS-COMANDAS-MES TO WS-PEDIDOS-MES
                   MOVE WS-COMANDAS-ANNO TO WS-PEDIDOS-ANNO

                   PERFORM 000-INICIA-PEDIDOS
                   WRITE REG-PEDIDOS FROM WS-ENT-PEDIDOS
                        INVALID KEY
                            MOVE 'PEDIDOS' TO WS-AUD-TABLA
                            MOVE RPE-NUMERO TO WS-AUD-LLAVE
                            READ F-ARCHIVO-PEDIDOS RECORD
                                KEY RPE-NUMERO
                                INVALID KEY CONTINUE
                            END-READ
                            MOVE REG-PEDIDOS TO WS-AUD-ANTES
                            REWRITE REG-PEDIDOS FROM WS-ENT-PEDIDOS
                            END-REWRITE
                            MOVE REG-PEDIDOS TO WS-AUD-DESPUES
                            PERFORM 000-REGISTRA-AUDITORIA
                   END-WRITE
                   PERFORM 000-CIERRE-PEDIDOS
                   PERFORM 000-ENCOLA-COCINA
                   ADD 1 TO WS-COMANDA-ITEMS-ESCRITOS.
       *>  -------------------------------------------------------------
       *>  PROPAGAR LOS DATOS DE PAGO DE LA COMANDA (TIPO DE PAGO,
       *>  ENVIADO, ESTADO) A CADA LÍNEA DE PEDIDO YA REGISTRADA;
       *>  LA PROPINA SÓLO SE ASIENTA EN LA PRIMERA LÍNEA PARA NO
       *>  DUPLICARLA AL SUMAR POR LÍNEA EN OTROS REPORTES
       *>  -------------------------------------------------------------
       000-ACTUALIZA-LINEAS-COMANDA.
           PERFORM 000-INICIA-PEDIDOS.
               MOVE WS-COMANDAS-NUMERO TO RPE-COMANDA.
               MOVE 0 TO WS-FIN-ARCHIVO.
               MOVE 0 TO WS-ENCONTRADO.
               START F-ARCHIVO-PEDIDOS
                   KEY IS EQUAL RPE-COMANDA
                   INVALID KEY MOVE 1 TO WS-FIN-ARCHIVO
               END-START.

               PERFORM UNTIL WS-FIN-ARCHIVO = 1
                   READ F-ARCHIVO-PEDIDOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF RPE-COMANDA NOT = WS-COMANDAS-NUMERO
                               MOVE 1 TO WS-FIN-ARCHIVO
                           ELSE
                           IF RPE-ESTADO = 'C'
                               CONTINUE
                           ELSE
                               MOVE 'PEDIDOS' TO WS-AUD-TABLA
                               MOVE RPE-NUMERO TO WS-AUD-LLAVE
                               MOVE REG-PEDIDOS TO WS-AUD-ANTES
                               MOVE WS-COMANDAS-TIPO-PAGO TO
                                   RPE-TIPO-PAGO
                               MOVE WS-COMANDAS-ENVIADO TO RPE-ENVIADO
                               MOVE WS-COMANDAS-ESTADO TO RPE-ESTADO
                               IF WS-ENCONTRADO = 0
                                   MOVE WS-COMANDAS-PROPINA
                                       TO RPE-PROPINA
                                   MOVE 1 TO WS-ENCONTRADO
                               END-IF
                               REWRITE REG-PEDIDOS
                                   INVALID KEY
                                       DISPLAY "ERROR AL ACTUALIZAR "
                                           "EL PEDIDO"
                               END-REWRITE
                               MOVE REG-PEDIDOS TO WS-AUD-DESPUES
                               PERFORM 000-REGISTRA-AUDITORIA
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM.
           PERFORM 000-CIERRE-PEDIDOS.
       *>  -------------------------------------------------------------
       *>  IMPRIMIR EL TICKET COMPLETO DE UNA COMANDA (ENCABEZADO Y
       *>  TODAS LAS LÍNEAS DE PLATILLOS REGISTRADAS)
       *>  -------------------------------------------------------------
       003-IMPRIME-TICKET-COMANDA.
           DISPLAY " ".
           DISPLAY "========================================".
           DISPLAY "TICKET DE LA COMANDA NRO.: "
               WS-COMANDAS-NUMERO.
           IF WS-COMANDAS-CANAL = 'L'
               DISPLAY "CANAL: PARA LLEVAR"
           ELSE
               IF WS-COMANDAS-CANAL = 'D'
                   DISPLAY "CANAL: DELIVERY"
               ELSE
                   DISPLAY "MESA: " WS-COMANDAS-MESA
                       " | MESERO: " WS-COMANDAS-MESERO
               END-IF
           END-IF.
           DISPLAY "CLIENTE: " WS-COMANDAS-CLIENTE.
           IF WS-COMANDAS-CANAL = 'L' OR WS-COMANDAS-CANAL = 'D'
               DISPLAY "TELÉFONO: " WS-COMANDAS-TELEFONO
           END-IF.
           IF WS-COMANDAS-CANAL = 'D'
               DISPLAY "DIRECCIÓN: " WS-COMANDAS-DIRECCION
           END-IF.
           DISPLAY "----------------------------------------".

           PERFORM 000-INICIA-PEDIDOS.
               MOVE WS-COMANDAS-NUMERO TO RPE-COMANDA.
               MOVE 0 TO WS-FIN-ARCHIVO.
               START F-ARCHIVO-PEDIDOS
                   KEY IS EQUAL RPE-COMANDA
                   INVALID KEY MOVE 1 TO WS-FIN-ARCHIVO
               END-START.

               PERFORM UNTIL WS-FIN-ARCHIVO = 1
                   READ F-ARCHIVO-PEDIDOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF RPE-COMANDA NOT = WS-COMANDAS-NUMERO
                               MOVE 1 TO WS-FIN-ARCHIVO
                           ELSE
                               DISPLAY " - " RPE-DESCRIPCION
                                   " x" RPE-CANTIDAD
                                   " @ " RPE-PRECIO-UNITARIO
                               IF RPE-DESCUENTO IS NUMERIC AND
                                   RPE-DESCUENTO > ZERO
                                   DISPLAY "   DESCUENTO: -"
                                       RPE-DESCUENTO " "
                                       RPE-DESC-MOTIVO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
           PERFORM 000-CIERRE-PEDIDOS.

           DISPLAY "----------------------------------------".
           DISPLAY ">> TIPO DE PAGO: " WS-COMANDAS-TIPO-PAGO.
           DISPLAY ">> TOTAL: " WS-COMANDAS-TOTAL.
           DISPLAY ">> PROPINA: " WS-COMANDAS-PROPINA.
           DISPLAY "========================================".
       *>  -------------------------------------------------------------
       *>  ANULACIÓN DE UN PEDIDO (VOID)
       *>  -------------------------------------------------------------
       001-ANULAR-PEDIDO.
           DISPLAY " ".
           DISPLAY "ANULACIÓN DE UN PEDIDO.".
           DISPLAY "--------------------------------------".
           DISPLAY " ".

           DISPLAY "NÚMERO DEL PEDIDO A ANULAR: " WITH NO ADVANCING.
           ACCEPT WS-PEDIDOS-NUMERO.

           PERFORM 000-INICIA-PEDIDOS.
               MOVE WS-PEDIDOS-NUMERO TO RPE-NUMERO.

               READ F-ARCHIVO-PEDIDOS RECORD
                   KEY RPE-NUMERO
                   INVALID KEY MOVE 0 TO WS-CONSULTA
                   NOT INVALID KEY MOVE 1 TO WS-CONSULTA
               END-READ.

               IF WS-CONSULTA = 0 THEN
                   DISPLAY "EL PEDIDO NO EXISTE."
               ELSE
                   IF RPE-ESTADO = 'C' THEN
                       DISPLAY "EL PEDIDO YA SE ENCUENTRA ANULADO."
                   ELSE
                       MOVE 'C' TO RPE-ESTADO
                       REWRITE REG-PEDIDOS
                           INVALID KEY
                               DISPLAY "ERROR AL ANULAR EL PEDIDO."
                           NOT INVALID KEY
                               DISPLAY "PEDIDO ANULADO EXITOSAMENTE..."
                       END-REWRITE
                       MOVE RPE-NUMERO TO WS-COCINA-NUMERO
                       PERFORM 000-DESENCOLA-COCINA
                   END-IF
               END-IF.
           PERFORM 000-CIERRE-PEDIDOS.
           MOVE ZERO TO WS-CONSULTA.
           STOP "ENTER PARA CONTINUAR".
       *>  -------------------------------------------------------------
       *>  REGISTRAR UN PAGO (TOTAL O PARCIAL) CONTRA UNA COMANDA:
       *>  CADA PAGO QUEDA ASENTADO EN EL ARCHIVO DE PAGOS Y SÓLO
       *>  CUANDO LA SUMA DE LOS PAGOS CUBRE EL TOTAL LA COMANDA SE
       *>  MARCA COMO PAGADA, SE ACTUALIZAN SUS LÍNEAS Y SE LIBERA
       *>  LA MESA; ASÍ UNA MESA PUEDE PAGAR CON VARIOS TIPOS DE
       *>  PAGO O ENTRE VARIOS COMENSALES
       *>  -------------------------------------------------------------
       001-PAGAR-COMANDA.
           DISPLAY " ".
           DISPLAY "REGISTRAR PAGO DE UNA COMANDA.".
           DISPLAY "--------------------------------------".
           DISPLAY " ".

           DISPLAY "NÚMERO DE LA COMANDA A PAGAR: " WITH NO ADVANCING.
           ACCEPT WS-COMANDAS-NUMERO.
           MOVE 0 TO WS-ENCONTRADO.

           PERFORM 000-INICIA-COMANDAS.
               MOVE WS-COMANDAS-NUMERO TO RCM-NUMERO.

               READ F-ARCHIVO-COMANDAS RECORD
                   KEY RCM-NUMERO
                   INVALID KEY MOVE 0 TO WS-CONSULTA
                   NOT INVALID KEY MOVE 1 TO WS-CONSULTA
               END-READ.
           PERFORM 000-CIERRE-COMANDAS.

           IF WS-CONSULTA = 0 THEN
               DISPLAY "LA COMANDA NO EXISTE."
           ELSE
               IF RCM-ESTADO = 'E' THEN
                   DISPLAY "LA COMANDA YA SE ENCUENTRA PAGADA."
               ELSE
       *>      UNA COMANDA ANULADA (POR EJEMPLO, VACIADA EN OTRA AL
       *>      UNIR MESAS) QUEDA EN TOTAL CERO Y UN PAGO LA DARÍA
       *>      POR PAGADA CON UNA FACTURA EN CERO
               IF RCM-ESTADO = 'C' THEN
                   DISPLAY "LA COMANDA ESTÁ ANULADA."
               ELSE
                   MOVE RCM-TOTAL TO WS-FACT-BASE
                   IF RCM-CANAL = 'D'
                       MOVE 1 TO WS-FACT-DELIVERY
                   ELSE
                       MOVE ZERO TO WS-FACT-DELIVERY
                   END-IF
                   PERFORM 000-CALCULA-IMPUESTOS
                   MOVE ZERO TO WS-FACT-DELIVERY
                   PERFORM 000-SUMA-PAGOS-COMANDA
                   IF WS-PAGO-ACUM >= WS-FACT-TOTAL
                       MOVE ZERO TO WS-PAGO-SALDO
                   ELSE
                       COMPUTE WS-PAGO-SALDO =
                           WS-FACT-TOTAL - WS-PAGO-ACUM
                   END-IF
                   DISPLAY "CONSUMO (BASE).......: " WS-FACT-BASE
                   DISPLAY "IVA..................: " WS-FACT-IVA
                   DISPLAY "SERVICIO.............: " WS-FACT-SERVICIO
                   IF RCM-CANAL = 'D'
                       DISPLAY "CARGO DELIVERY.......: "
                           WS-PRM-DELIVERY-MONTO
                   END-IF
                   DISPLAY "TOTAL A PAGAR........: " WS-FACT-TOTAL
                   DISPLAY "PAGADO HASTA AHORA...: " WS-PAGO-ACUM
                   DISPLAY "SALDO PENDIENTE......: " WS-PAGO-SALDO
                   DISPLAY " "
       *>          UNA COMANDA DADA COMPLETA EN CORTESÍA NO TIENE
       *>          NADA QUE COBRAR: SE LIQUIDA SIN PAGO, CON SU
       *>          FACTURA EN CERO
               IF WS-FACT-TOTAL = ZERO
                   DISPLAY "LA COMANDA NO TIENE MONTO A COBRAR "
                       "(CORTESÍA), SE CIERRA SIN PAGO."
                   MOVE 'CORTESIA' TO WS-PAGO-ULT-TIPO
                   PERFORM 000-LIQUIDA-COMANDA
               ELSE

                   DISPLAY "TIPO DE PAGO (EJ. EFECTIVO, PAGO MOVIL,"
                       " CARGO A CUENTA,...): "
                       WITH NO ADVANCING
                   ACCEPT WS-PAG-TIPO
                   PERFORM UNTIL WS-PAG-TIPO NOT = SPACES
                       DISPLAY "EL TIPO DE PAGO NO PUEDE ESTAR EN "
                           "BLANCO, INTENTE DE NUEVO: "
                           WITH NO ADVANCING
                       ACCEPT WS-PAG-TIPO
                   END-PERFORM
                   MOVE ZERO TO WS-PAG-MONTO-DIVISA
                   MOVE ZERO TO WS-PAG-TASA
                   MOVE ZERO TO WS-PAG-IGTF
                   MOVE ZERO TO WS-PAG-VUELTO-BS
       *>          EL CARGO A CUENTA NO ES DINERO: SE ASIENTA EN LA
       *>          CUENTA POR COBRAR DEL CLIENTE, SIEMPRE EN BOLÍVARES
                   IF WS-PAG-TIPO = 'CARGO A CUENTA'
                       MOVE 'BS' TO WS-PAG-MONEDA
                       PERFORM 002-PIDE-CARGO-CUENTA
                   ELSE
                       PERFORM 002-PIDE-MONEDA-PAGO
                   END-IF
               IF WS-PAG-MONTO = ZERO
                   DISPLAY "EL PAGO NO FUE REGISTRADO."
               ELSE
       *>          LA PROPINA DEL CARGO A CUENTA YA SE PIDIÓ CON EL
       *>          CARGO, PARA CONTROLARLA CONTRA EL LÍMITE
                   IF WS-PAG-TIPO NOT = 'CARGO A CUENTA'
                       DISPLAY "PROPINA DE ESTE PAGO (EJ. 1.35): "
                           WITH NO ADVANCING
                       ACCEPT WS-PAG-PROPINA
                   END-IF

                   MOVE WS-COMANDAS-NUMERO TO WS-PAG-COMANDA
                   COMPUTE WS-PAG-SECUENCIA = WS-PAGO-SEC-MAX + 1
                   PERFORM 000-GRABA-PAGO

                   ADD WS-PAG-MONTO TO WS-PAGO-ACUM
                   ADD WS-PAG-PROPINA TO WS-PAGO-PROPINAS
                   MOVE WS-PAG-TIPO TO WS-PAGO-ULT-TIPO
                   IF WS-PAG-MONEDA = 'USD'
                       ADD WS-PAG-IGTF TO WS-PAGO-IGTF
                       ADD WS-PAG-MONTO TO WS-PAGO-DIVISA-BS
                       MOVE WS-PAG-TASA TO WS-PAGO-TASA
                   END-IF

                   IF WS-PAGO-ACUM >= WS-FACT-TOTAL
                       PERFORM 000-LIQUIDA-COMANDA
                       IF WS-PAG-TIPO = 'CARGO A CUENTA'
                           PERFORM 002-ASIENTA-CARGO-CUENTA
                       END-IF
                   ELSE
                       COMPUTE WS-PAGO-SALDO =
                           WS-FACT-TOTAL - WS-PAGO-ACUM
                       DISPLAY " "
                       DISPLAY "PAGO PARCIAL REGISTRADO, SALDO "
                           "PENDIENTE: " WS-PAGO-SALDO
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

           MOVE ZERO TO WS-CONSULTA.
           MOVE ZERO TO WS-ENCONTRADO.
           STOP "ENTER PARA CONTINUAR".
       *>  -------------------------------------------------------------
       *>  PEDIR LA MONEDA Y EL MONTO DE UN PAGO EN DINERO
       *>  -------------------------------------------------------------
       002-PIDE-MONEDA-PAGO.
           DISPLAY "MONEDA DEL PAGO (BS O USD, ENTER = BS): "
               WITH NO ADVANCING.
           ACCEPT WS-PAG-MONEDA.
           IF WS-PAG-MONEDA = SPACES
               MOVE 'BS' TO WS-PAG-MONEDA
           END-IF.
           PERFORM UNTIL WS-PAG-MONEDA = 'BS'
               OR WS-PAG-MONEDA = 'USD'
               DISPLAY "LA MONEDA DEBE SER BS O USD, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-PAG-MONEDA
           END-PERFORM.
           IF WS-PAG-MONEDA = 'USD'
               PERFORM 002-PIDE-PAGO-DIVISA
           ELSE
               DISPLAY "MONTO DEL PAGO EN BS (EJ. 22.33): "
                   WITH NO ADVANCING
               ACCEPT WS-PAG-MONTO
               PERFORM UNTIL WS-PAG-MONTO > ZERO
                   DISPLAY "EL MONTO DEBE SER MAYOR A CERO, "
                       "INTENTE DE NUEVO: " WITH NO ADVANCING
                   ACCEPT WS-PAG-MONTO
               END-PERFORM
           END-IF.
       *>  -------------------------------------------------------------
       *>  CARGO A CUENTA: SÓLO PARA UNA COMANDA A NOMBRE DE UN CLIENTE
       *>  DEL MAESTRO CON LÍMITE DE CRÉDITO, QUE NO ESTÉ EXCEDIDO Y
       *>  CUYO DISPONIBLE CUBRA EL SALDO DE LA COMANDA; SE CARGA EL
       *>  SALDO COMPLETO (WS-PAG-MONTO QUEDA EN CERO SI NO PROCEDE)
       *>  -------------------------------------------------------------
       002-PIDE-CARGO-CUENTA.
           MOVE ZERO TO WS-PAG-MONTO.
           MOVE ZERO TO WS-PAG-PROPINA.
           IF RCM-CLIENTE-COD = SPACES
               DISPLAY "LA COMANDA NO ESTÁ A NOMBRE DE UN CLIENTE "
                   "REGISTRADO, NO SE PUEDE CARGAR A CUENTA."
           ELSE
               MOVE RCM-CLIENTE-COD TO WS-CTA-CLIENTE
               PERFORM 000-SALDO-CLIENTE
               IF WS-CTA-EXISTE = 0 OR WS-CTA-LIMITE = ZERO
                   DISPLAY "EL CLIENTE NO TIENE LÍMITE DE CRÉDITO "
                       "PARA CARGOS A CUENTA."
               ELSE
                   COMPUTE WS-CTA-DISPONIBLE =
                       WS-CTA-LIMITE - WS-CTA-SALDO
                   MOVE WS-CTA-SALDO TO WS-CTA-SALDO-ED
                   DISPLAY "CLIENTE..............: " WS-CTA-NOMBRE
                   DISPLAY "LÍMITE DE CRÉDITO....: " WS-CTA-LIMITE
                   DISPLAY "SALDO DE LA CUENTA...: " WS-CTA-SALDO-ED
                   IF WS-CTA-SALDO > WS-CTA-LIMITE
                       DISPLAY "*** CLIENTE EXCEDIDO EN SU LÍMITE: "
                           "BLOQUEADO PARA NUEVOS CARGOS ***"
                   ELSE
       *>              LA PROPINA FIRMADA TAMBIÉN VA A LA CUENTA, ASÍ
       *>              QUE ENTRA EN EL CONTROL DEL DISPONIBLE
                       DISPLAY "PROPINA DE ESTE PAGO (EJ. 1.35): "
                           WITH NO ADVANCING
                       ACCEPT WS-PAG-PROPINA
                       IF WS-PAGO-SALDO + WS-PAG-PROPINA >
                           WS-CTA-DISPONIBLE
                           DISPLAY "EL SALDO DE LA COMANDA MÁS LA "
                               "PROPINA EXCEDE EL CRÉDITO DISPONIBLE."
                           MOVE ZERO TO WS-PAG-PROPINA
                       ELSE
                           MOVE WS-PAGO-SALDO TO WS-PAG-MONTO
                           DISPLAY "MONTO A CARGAR A LA CUENTA: "
                               WS-PAG-MONTO
                       END-IF
                   END-IF
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  ASENTAR EN LA CUENTA DEL CLIENTE EL CARGO DE LA FACTURA
       *>  RECIÉN GENERADA (CONSUMO MÁS LA PROPINA FIRMADA)
       *>  -------------------------------------------------------------
       002-ASIENTA-CARGO-CUENTA.
           MOVE WS-CTA-CLIENTE TO WS-CXC-CLIENTE.
           MOVE 'F' TO WS-CXC-TIPO.
           MOVE WS-FAC-NUMERO TO WS-CXC-DOCUMENTO.
           MOVE WS-COMANDAS-NUMERO TO WS-CXC-COMANDA.
           COMPUTE WS-CXC-MONTO = WS-PAG-MONTO + WS-PAG-PROPINA.
           MOVE WS-PAG-TIPO TO WS-CXC-TIPO-PAGO.
           PERFORM 000-ASIENTA-CXC.
           IF WS-CTA-ASENTADO = 1
               DISPLAY "CARGO DE " WS-CXC-MONTO
                   " ASENTADO A LA CUENTA DEL CLIENTE "
                   WS-CXC-CLIENTE
           END-IF.
       *>  -------------------------------------------------------------
       *>  PEDIR UN PAGO EN DÓLARES: SE CONVIERTE A BOLÍVARES A LA TASA
       *>  DEL DÍA Y SE LE RECARGA EL IGTF; SI LO RECIBIDO SUPERA EL
       *>  SALDO MÁS SU IGTF, SE ABONA SÓLO EL SALDO Y EL EXCEDENTE SE
       *>  DEVUELVE EN BOLÍVARES. SIN TASA DEL DÍA NO SE ACEPTA EL PAGO
       *>  (WS-PAG-MONTO QUEDA EN CERO)
       *>  -------------------------------------------------------------
       002-PIDE-PAGO-DIVISA.
           MOVE ZERO TO WS-PAG-MONTO.
           PERFORM 000-LEE-TASA-HOY.
           IF WS-DIV-TASA-HALLADA = 0
               DISPLAY "NO HAY TASA DE CAMBIO REGISTRADA PARA HOY, "
                   "REGÍSTRELA ANTES DE COBRAR EN DIVISAS."
           ELSE
               COMPUTE WS-DIV-REQUERIDO ROUNDED =
                   WS-PAGO-SALDO * (100 + WS-PRM-IGTF-PORC) / 100
               COMPUTE WS-DIV-SALDO-USD ROUNDED =
                   WS-DIV-REQUERIDO / WS-DIV-TASA
               DISPLAY "TASA DEL DÍA (BS/USD): " WS-DIV-TASA
               DISPLAY "IGTF.................: " WS-PRM-IGTF-PORC " %"
               DISPLAY "SALDO EN BS CON IGTF.: " WS-DIV-REQUERIDO
               DISPLAY "SALDO EN USD CON IGTF: " WS-DIV-SALDO-USD
               DISPLAY "MONTO RECIBIDO EN USD (EJ. 20.00): "
                   WITH NO ADVANCING
               ACCEPT WS-PAG-MONTO-DIVISA
               PERFORM UNTIL WS-PAG-MONTO-DIVISA > ZERO
                   DISPLAY "EL MONTO DEBE SER MAYOR A CERO, "
                       "INTENTE DE NUEVO: " WITH NO ADVANCING
                   ACCEPT WS-PAG-MONTO-DIVISA
               END-PERFORM

               MOVE WS-DIV-TASA TO WS-PAG-TASA
               COMPUTE WS-DIV-RECIBIDO-BS ROUNDED =
                   WS-PAG-MONTO-DIVISA * WS-DIV-TASA
               IF WS-DIV-RECIBIDO-BS > WS-DIV-REQUERIDO
                   MOVE WS-PAGO-SALDO TO WS-PAG-MONTO
                   COMPUTE WS-PAG-IGTF =
                       WS-DIV-REQUERIDO - WS-PAGO-SALDO
                   COMPUTE WS-PAG-VUELTO-BS =
                       WS-DIV-RECIBIDO-BS - WS-DIV-REQUERIDO
               ELSE
                   COMPUTE WS-PAG-MONTO ROUNDED =
                       WS-DIV-RECIBIDO-BS * 100 /
                       (100 + WS-PRM-IGTF-PORC)
                   COMPUTE WS-PAG-IGTF =
                       WS-DIV-RECIBIDO-BS - WS-PAG-MONTO
                   MOVE ZERO TO WS-PAG-VUELTO-BS
               END-IF
               DISPLAY "EQUIVALENTE EN BS....: " WS-DIV-RECIBIDO-BS
               DISPLAY "ABONO A LA COMANDA...: " WS-PAG-MONTO
               DISPLAY "IGTF COBRADO.........: " WS-PAG-IGTF
               IF WS-PAG-VUELTO-BS > ZERO
                   DISPLAY "VUELTO EN BOLÍVARES..: " WS-PAG-VUELTO-BS
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  MARCAR COMO PAGADA LA COMANDA YA LEÍDA EN REG-COMANDAS UNA
       *>  VEZ QUE LA SUMA DE SUS PAGOS CUBRE EL TOTAL: ACTUALIZA EL
       *>  ENCABEZADO (TIPO DE PAGO SEGÚN LOS PAGOS RECIBIDOS, O
       *>  'MIXTO' SI HUBO VARIOS), PROPAGA A SUS LÍNEAS Y LIBERA
       *>  LA MESA
       *>  -------------------------------------------------------------
       000-LIQUIDA-COMANDA.
           PERFORM 000-INICIA-COMANDAS.
               MOVE WS-COMANDAS-NUMERO TO RCM-NUMERO.
               READ F-ARCHIVO-COMANDAS RECORD
                   KEY RCM-NUMERO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'COMANDAS' TO WS-AUD-TABLA
                       MOVE RCM-NUMERO TO WS-AUD-LLAVE
                       MOVE REG-COMANDAS TO WS-AUD-ANTES
                       MOVE 'S' TO RCM-ENVIADO
                       MOVE 'E' TO RCM-ESTADO
                       IF WS-PAGO-SEC-MAX = ZERO
                           MOVE WS-PAGO-ULT-TIPO TO RCM-TIPO-PAGO
                       ELSE
                           MOVE 'MIXTO' TO RCM-TIPO-PAGO
                       END-IF
                       ADD WS-PAGO-PROPINAS TO RCM-PROPINA
                       REWRITE REG-COMANDAS
                           INVALID KEY
                               DISPLAY "ERROR AL ACTUALIZAR LA "
                                   "COMANDA."
                       END-REWRITE
                       MOVE REG-COMANDAS TO WS-AUD-DESPUES
                       PERFORM 000-REGISTRA-AUDITORIA

                       MOVE RCM-MESA TO WS-COMANDAS-MESA
                       MOVE RCM-CLIENTE TO WS-COMANDAS-CLIENTE
                       MOVE RCM-CLIENTE-COD TO WS-COMANDAS-CLIENTE-COD
                       MOVE RCM-TIPO-PAGO TO WS-COMANDAS-TIPO-PAGO
                       MOVE RCM-PROPINA TO WS-COMANDAS-PROPINA
                       MOVE RCM-ENVIADO TO WS-COMANDAS-ENVIADO
                       MOVE RCM-ESTADO TO WS-COMANDAS-ESTADO
                       MOVE RCM-CANAL TO WS-COMANDAS-CANAL
                       MOVE 1 TO WS-ENCONTRADO
               END-READ.
           PERFORM 000-CIERRE-COMANDAS.

           IF WS-ENCONTRADO = 1 THEN
               PERFORM 000-ACTUALIZA-LINEAS-COMANDA
       *>      LOS CANALES SIN MESA NO TIENEN NADA QUE LIBERAR (LAS
       *>      COMANDAS ANTERIORES AL CAMPO CANAL, EN BLANCO, SON DE
       *>      SALÓN)
               IF WS-COMANDAS-CANAL = 'S'
                   OR WS-COMANDAS-CANAL = SPACE
                   MOVE WS-COMANDAS-MESA TO WS-PEDIDOS-MESA
                   PERFORM 000-MARCA-MESA-LIBRE
               END-IF
               PERFORM 000-GENERA-FACTURA
               DISPLAY " "
               DISPLAY "COMANDA MARCADA COMO PAGADA "
                   "EXITOSAMENTE... "
           END-IF.
       *>  -------------------------------------------------------------
       *>  DESPACHO DE LOS CANALES PARA LLEVAR Y DELIVERY: LISTA DE
       *>  LO PENDIENTE DE ENTREGAR Y AVANCE DEL ESTADO DE DESPACHO
       *>  (PENDIENTE -> EN RUTA -> ENTREGADO PARA DELIVERY;
       *>  PENDIENTE -> ENTREGADO PARA LLEVAR)
       *>  -------------------------------------------------------------
       001-DESPACHO.
           DISPLAY " ".
           DISPLAY "DESPACHO PARA LLEVAR/DELIVERY.".
           DISPLAY "--------------------------------------".
           DISPLAY "1. ENTREGAS PENDIENTES.".
           DISPLAY "2. AVANZAR EL DESPACHO DE UNA COMANDA.".
           DISPLAY " ".
           DISPLAY "OPCIÓN: " WITH NO ADVANCING.
           ACCEPT WS-DESP-OPCION.

           EVALUATE WS-DESP-OPCION
               WHEN 1 PERFORM 003-MOSTRAR-DESPACHOS-PEND
               WHEN 2 PERFORM 001-AVANZA-DESPACHO
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY "OPCION INVÁLIDA"
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  LISTAR LAS COMANDAS PARA LLEVAR Y DELIVERY AÚN NO
       *>  ENTREGADAS NI ANULADAS
       *>  -------------------------------------------------------------
       003-MOSTRAR-DESPACHOS-PEND.
           MOVE 0 TO WS-ENCONTRADO.
           PERFORM 000-INICIA-COMANDAS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-COMANDA.

           DISPLAY " ".
           DISPLAY "ENTREGAS PENDIENTES: ".

           PERFORM 004-IMPRIME-DESPACHO-PEND UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-COMANDAS.

           IF WS-ENCONTRADO = 0 THEN
               DISPLAY " "
               DISPLAY "*** NO HAY ENTREGAS PENDIENTES ***"
           END-IF.
           DISPLAY " ".
           MOVE ZERO TO WS-ENCONTRADO.
           STOP "ENTER PARA CONTINUAR".

       004-IMPRIME-DESPACHO-PEND.
           IF  (RCM-CANAL = 'L' OR RCM-CANAL = 'D') AND
               RCM-DESPACHO NOT = 'E' AND
               RCM-ESTADO NOT = 'C'
               THEN
                   DISPLAY "------------------------------------------"
                   IF RCM-CANAL = 'L'
                       DISPLAY "-> COMANDA " RCM-NUMERO
                           " (PARA LLEVAR)"
                   ELSE
                       DISPLAY "-> COMANDA " RCM-NUMERO
                           " (DELIVERY)"
                   END-IF
                   DISPLAY " - CLIENTE: " RCM-CLIENTE
                   DISPLAY " - TELÉFONO: " RCM-TELEFONO
                   IF RCM-CANAL = 'D'
                       DISPLAY " - DIRECCIÓN: " RCM-DIRECCION
                   END-IF
                   EVALUATE RCM-DESPACHO
                       WHEN 'P'
                           DISPLAY " - DESPACHO: PENDIENTE"
                       WHEN 'R'
                           DISPLAY " - DESPACHO: EN RUTA"
                       WHEN OTHER
                           DISPLAY " - DESPACHO: " RCM-DESPACHO
                   END-EVALUATE
                   MOVE 1 TO WS-ENCONTRADO
           END-IF.

           PERFORM 004-LEE-SIG-COMANDA.
       *>  -------------------------------------------------------------
       *>  AVANZAR EL ESTADO DE DESPACHO DE UNA COMANDA PARA LLEVAR
       *>  O DELIVERY, CON SU RENGLÓN DE AUDITORÍA
       *>  -------------------------------------------------------------
       001-AVANZA-DESPACHO.
           DISPLAY " ".
           DISPLAY "NÚMERO DE LA COMANDA A DESPACHAR: "
               WITH NO ADVANCING.
           ACCEPT WS-COMANDAS-NUMERO.

           PERFORM 000-INICIA-COMANDAS.
               MOVE WS-COMANDAS-NUMERO TO RCM-NUMERO.
               READ F-ARCHIVO-COMANDAS RECORD
                   KEY RCM-NUMERO
                   INVALID KEY
                       DISPLAY "LA COMANDA NO EXISTE."
                   NOT INVALID KEY
                       IF RCM-CANAL NOT = 'L' AND RCM-CANAL NOT = 'D'
                           DISPLAY "LA COMANDA ES DE SALÓN, NO "
                               "TIENE DESPACHO."
                       ELSE
                       IF RCM-DESPACHO = 'E'
                           DISPLAY "LA COMANDA YA FUE ENTREGADA."
                       ELSE
                           MOVE 'COMANDAS' TO WS-AUD-TABLA
                           MOVE RCM-NUMERO TO WS-AUD-LLAVE
                           MOVE REG-COMANDAS TO WS-AUD-ANTES
                           IF RCM-CANAL = 'D' AND RCM-DESPACHO = 'P'
                               MOVE 'R' TO RCM-DESPACHO
                               DISPLAY "COMANDA EN RUTA."
                           ELSE
                               MOVE 'E' TO RCM-DESPACHO
                               DISPLAY "COMANDA ENTREGADA."
                           END-IF
                           REWRITE REG-COMANDAS
                               INVALID KEY
                                   DISPLAY "ERROR AL ACTUALIZAR LA "
                                       "COMANDA."
                           END-REWRITE
                           MOVE REG-COMANDAS TO WS-AUD-DESPUES
                           PERFORM 000-REGISTRA-AUDITORIA
                       END-IF
                       END-IF
               END-READ.
           PERFORM 000-CIERRE-COMANDAS.
           STOP "ENTER PARA CONTINUAR".
       *>  -------------------------------------------------------------
       *>  MOVER, UNIR O DIVIDIR COMANDAS ABIERTAS (ESTADO 'P') SIN
       *>  ANULAR NI RE-TECLEAR NADA: EL TRASLADO RE-APUNTA LA MESA
       *>  DEL ENCABEZADO, DE SUS LÍNEAS DE PEDIDO Y DE SUS ENTRADAS
       *>  EN LA COLA DE COCINA; LA UNIÓN PASA LAS LÍNEAS DE UNA
       *>  COMANDA A OTRA RECALCULANDO TOTALES; LA DIVISIÓN SACA
       *>  LÍNEAS ELEGIDAS A UNA COMANDA NUEVA. TODO CON AUDITORÍA
       *>  -------------------------------------------------------------
       001-MOVER-COMANDA.
           DISPLAY " ".
           DISPLAY "MOVER/UNIR/DIVIDIR COMANDA.".
           DISPLAY "--------------------------------------".
           DISPLAY "1. TRASLADAR UNA COMANDA A OTRA MESA.".
           DISPLAY "2. UNIR UNA COMANDA EN OTRA.".
           DISPLAY "3. DIVIDIR LÍNEAS A UNA COMANDA NUEVA.".
           DISPLAY " ".
           DISPLAY "OPCIÓN: " WITH NO ADVANCING.
           ACCEPT WS-MOV-OPCION.

           EVALUATE WS-MOV-OPCION
               WHEN 1 PERFORM 001-TRASLADA-COMANDA
               WHEN 2 PERFORM 001-UNE-COMANDA
               WHEN 3 PERFORM 001-DIVIDE-COMANDA
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY "OPCION INVÁLIDA"
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  LEER LA COMANDA EN WS-MOV-COMANDA Y VALIDAR QUE EXISTA Y
       *>  ESTÉ ABIERTA (ESTADO 'P'); DEJA EL ENCABEZADO EN
       *>  WS-ENT-COMANDAS Y WS-ENCONTRADO EN 1 SI ES UTILIZABLE
       *>  -------------------------------------------------------------
       000-LEE-COMANDA-ABIERTA.
           MOVE 0 TO WS-ENCONTRADO.
           PERFORM 000-INICIA-COMANDAS.
               MOVE WS-MOV-COMANDA TO RCM-NUMERO.
               READ F-ARCHIVO-COMANDAS RECORD
                   KEY RCM-NUMERO
                   INVALID KEY
                       DISPLAY "LA COMANDA " WS-MOV-COMANDA
                           " NO EXISTE."
                   NOT INVALID KEY
                       IF RCM-ESTADO NOT = 'P'
                           DISPLAY "LA COMANDA " WS-MOV-COMANDA
                               " NO ESTÁ ABIERTA (ESTADO "
                               RCM-ESTADO ")."
                       ELSE
                           MOVE REG-COMANDAS TO WS-ENT-COMANDAS
                           MOVE 1 TO WS-ENCONTRADO
                       END-IF
               END-READ.
           PERFORM 000-CIERRE-COMANDAS.
       *>  -------------------------------------------------------------
       *>  TRASLADAR UNA COMANDA ABIERTA A OTRA MESA (LA FIESTA QUE
       *>  SE CAMBIA A UNA MESA MÁS GRANDE)
       *>  -------------------------------------------------------------
       001-TRASLADA-COMANDA.
           DISPLAY " ".
           DISPLAY "NÚMERO DE LA COMANDA A TRASLADAR: "
               WITH NO ADVANCING.
           ACCEPT WS-MOV-COMANDA.

           PERFORM 000-LEE-COMANDA-ABIERTA.

       *>  SÓLO SE TRASLADAN COMANDAS DE SALÓN: UNA PARA LLEVAR O
       *>  DELIVERY SENTADA EN UNA MESA REAL LA DEJARÍA OCUPADA PARA
       *>  SIEMPRE, PORQUE SU LIQUIDACIÓN NO LIBERA MESAS
           IF WS-ENCONTRADO = 1 AND
               WS-COMANDAS-CANAL NOT = 'S' AND
               WS-COMANDAS-CANAL NOT = SPACE
               DISPLAY "LA COMANDA NO ES DE SALÓN, NO SE PUEDE "
                   "TRASLADAR DE MESA."
               MOVE 0 TO WS-ENCONTRADO
           END-IF.

           IF WS-ENCONTRADO = 1 THEN
               MOVE WS-COMANDAS-MESA TO WS-MOV-MESA-VIEJA

               PERFORM 000-INICIA-MESAS
               PERFORM 003-MOSTRAR-MESAS
               DISPLAY "NÚMERO DE LA MESA DESTINO: "
                   WITH NO ADVANCING
               ACCEPT WS-MOV-MESA-NUEVA
               MOVE WS-MOV-MESA-NUEVA TO RME-NUMERO
               READ F-ARCHIVO-MESAS RECORD
                   KEY RME-NUMERO
                   INVALID KEY MOVE 1 TO WS-CONSULTA
                   NOT INVALID KEY MOVE 0 TO WS-CONSULTA
               END-READ
               PERFORM 000-CIERRE-MESAS

               IF WS-CONSULTA NOT = 0 THEN
                   DISPLAY "LA MESA DESTINO NO EXISTE, INTENTE "
                       "DE NUEVO Y ASEGURESE DE VER LA LISTA"
                   MOVE ZERO TO WS-CONSULTA
               ELSE
                   IF WS-MOV-MESA-NUEVA = WS-MOV-MESA-VIEJA
                       DISPLAY "LA COMANDA YA ESTÁ EN ESA MESA."
                   ELSE
                       PERFORM 002-REAPUNTA-MESA-COMANDA
                       PERFORM 002-REAPUNTA-MESA-LINEAS
                       PERFORM 002-REAPUNTA-MESA-COCINA

                       MOVE WS-MOV-MESA-VIEJA TO WS-PEDIDOS-MESA
                       PERFORM 000-MARCA-MESA-LIBRE
                       MOVE WS-MOV-MESA-NUEVA TO WS-PEDIDOS-MESA
                       PERFORM 000-MARCA-MESA-OCUPADA

                       DISPLAY " "
                       DISPLAY "COMANDA " WS-MOV-COMANDA
                           " TRASLADADA DE LA MESA "
                           WS-MOV-MESA-VIEJA " A LA MESA "
                           WS-MOV-MESA-NUEVA
                           " EXITOSAMENTE... " WITH NO ADVANCING
                   END-IF
               END-IF
           END-IF.
           MOVE ZERO TO WS-ENCONTRADO.
           STOP "ENTER PARA CONTINUAR".

       *>  RE-APUNTAR LA MESA DEL ENCABEZADO DE LA COMANDA EN
       *>  WS-MOV-COMANDA A WS-MOV-MESA-NUEVA
       002-REAPUNTA-MESA-COMANDA.
           PERFORM 000-INICIA-COMANDAS.
               MOVE WS-MOV-COMANDA TO RCM-NUMERO.
               READ F-ARCHIVO-COMANDAS RECORD
                   KEY RCM-NUMERO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'COMANDAS' TO WS-AUD-TABLA
                       MOVE RCM-NUMERO TO WS-AUD-LLAVE
                       MOVE REG-COMANDAS TO WS-AUD-ANTES
                       MOVE WS-MOV-MESA-NUEVA TO RCM-MESA
                       REWRITE REG-COMANDAS
                           INVALID KEY
                               DISPLAY "ERROR AL ACTUALIZAR LA "
                                   "COMANDA."
                       END-REWRITE
                       MOVE REG-COMANDAS TO WS-AUD-DESPUES
                       PERFORM 000-REGISTRA-AUDITORIA
               END-READ.
           PERFORM 000-CIERRE-COMANDAS.

       *>  RE-APUNTAR LA MESA DE TODAS LAS LÍNEAS DE PEDIDO DE LA
       *>  COMANDA EN WS-MOV-COMANDA
       002-REAPUNTA-MESA-LINEAS.
           PERFORM 000-INICIA-PEDIDOS.
               MOVE WS-MOV-COMANDA TO RPE-COMANDA.
               MOVE 0 TO WS-FIN-MOVER.
               START F-ARCHIVO-PEDIDOS
                   KEY IS EQUAL RPE-COMANDA
                   INVALID KEY MOVE 1 TO WS-FIN-MOVER
               END-START.
               PERFORM 004-REAPUNTA-LINEA UNTIL WS-FIN-MOVER = 1.
           PERFORM 000-CIERRE-PEDIDOS.

       004-REAPUNTA-LINEA.
           READ F-ARCHIVO-PEDIDOS NEXT RECORD
               AT END
                   MOVE 1 TO WS-FIN-MOVER
               NOT AT END
                   IF RPE-COMANDA NOT = WS-MOV-COMANDA
                       MOVE 1 TO WS-FIN-MOVER
                   ELSE
                       MOVE 'PEDIDOS' TO WS-AUD-TABLA
                       MOVE RPE-NUMERO TO WS-AUD-LLAVE
                       MOVE REG-PEDIDOS TO WS-AUD-ANTES
                       MOVE WS-MOV-MESA-NUEVA TO RPE-MESA
                       REWRITE REG-PEDIDOS
                           INVALID KEY
                               DISPLAY "ERROR AL ACTUALIZAR EL "
                                   "PEDIDO"
                       END-REWRITE
                       MOVE REG-PEDIDOS TO WS-AUD-DESPUES
                       PERFORM 000-REGISTRA-AUDITORIA
                   END-IF
           END-READ.

       *>  RE-APUNTAR LA MESA DE LAS ENTRADAS DE LA COLA DE COCINA
       *>  AÚN NO SERVIDAS DE LA COMANDA EN WS-MOV-COMANDA
       002-REAPUNTA-MESA-COCINA.
           PERFORM 000-INICIA-COCINA.
               MOVE 0 TO WS-FIN-MOVER.
               PERFORM 004-LEE-SIG-COCINA-MOV.
               PERFORM 004-REAPUNTA-COCINA UNTIL WS-FIN-MOVER = 1.
           PERFORM 000-CIERRE-COCINA.

       004-LEE-SIG-COCINA-MOV.
           READ F-ARCHIVO-COCINA NEXT RECORD
               AT END MOVE 1 TO WS-FIN-MOVER.

       004-REAPUNTA-COCINA.
           IF KOC-COMANDA = WS-MOV-COMANDA AND KOC-ESTADO NOT = 'S'
               MOVE 'COCINA' TO WS-AUD-TABLA
               MOVE KOC-NUMERO TO WS-AUD-LLAVE
               MOVE REG-COCINA TO WS-AUD-ANTES
               MOVE WS-MOV-MESA-NUEVA TO KOC-MESA
               REWRITE REG-COCINA
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR LA COLA DE "
                           "COCINA"
               END-REWRITE
               MOVE REG-COCINA TO WS-AUD-DESPUES
               PERFORM 000-REGISTRA-AUDITORIA
           END-IF.
           PERFORM 004-LEE-SIG-COCINA-MOV.
       *>  -------------------------------------------------------------
       *>  UNIR UNA COMANDA ABIERTA EN OTRA (DOS MESAS QUE SE JUNTAN):
       *>  LAS LÍNEAS Y LA COLA DE COCINA PASAN A LA COMANDA DESTINO,
       *>  SUS TOTALES SE RECALCULAN Y LA COMANDA ORIGEN QUEDA
       *>  ANULADA CON SU MESA LIBERADA
       *>  -------------------------------------------------------------
       001-UNE-COMANDA.
           DISPLAY " ".
           DISPLAY "NÚMERO DE LA COMANDA ORIGEN (SE VACÍA): "
               WITH NO ADVANCING.
           ACCEPT WS-MOV-COMANDA.

           PERFORM 000-LEE-COMANDA-ABIERTA.

       *>  SÓLO SE UNEN COMANDAS DE SALÓN: MOVER UNA PARA LLEVAR O
       *>  DELIVERY DEJARÍA SU MESA Y SU DESPACHO A MEDIO CAMINO
           IF WS-ENCONTRADO = 1 AND
               WS-COMANDAS-CANAL NOT = 'S' AND
               WS-COMANDAS-CANAL NOT = SPACE
               DISPLAY "LA COMANDA ORIGEN NO ES DE SALÓN, NO SE "
                   "PUEDE UNIR."
               MOVE 0 TO WS-ENCONTRADO
           END-IF.

       *>  UNA COMANDA CON PAGOS PARCIALES NO SE PUEDE VACIAR EN
       *>  OTRA: SUS PAGOS QUEDARÍAN COLGADOS DE UNA COMANDA ANULADA,
       *>  EL SALDO DE LA DESTINO NO LOS ACREDITARÍA Y EL CLIENTE
       *>  PAGARÍA ESE MONTO DOS VECES
           IF WS-ENCONTRADO = 1 THEN
               PERFORM 000-SUMA-PAGOS-COMANDA
               IF WS-PAGO-ACUM > ZERO
                   DISPLAY "LA COMANDA ORIGEN YA TIENE PAGOS "
                       "REGISTRADOS POR " WS-PAGO-ACUM
                       ", LIQUÍDELA POR SEPARADO."
                   MOVE 0 TO WS-ENCONTRADO
               END-IF
           END-IF.

           IF WS-ENCONTRADO = 1 THEN
               MOVE WS-COMANDAS-MESA TO WS-MOV-MESA-VIEJA
               MOVE 0 TO WS-ENCONTRADO

               DISPLAY "NÚMERO DE LA COMANDA DESTINO (RECIBE): "
                   WITH NO ADVANCING
               ACCEPT WS-MOV-DESTINO

               IF WS-MOV-DESTINO = WS-MOV-COMANDA
                   DISPLAY "LA COMANDA DESTINO NO PUEDE SER LA "
                       "MISMA QUE LA ORIGEN."
               ELSE
                   PERFORM 000-INICIA-COMANDAS
                   MOVE WS-MOV-DESTINO TO RCM-NUMERO
                   READ F-ARCHIVO-COMANDAS RECORD
                       KEY RCM-NUMERO
                       INVALID KEY
                           DISPLAY "LA COMANDA DESTINO NO EXISTE."
                       NOT INVALID KEY
                           IF RCM-ESTADO NOT = 'P'
                               DISPLAY "LA COMANDA DESTINO NO ESTÁ "
                                   "ABIERTA (ESTADO " RCM-ESTADO
                                   ")."
                           ELSE
       *>                    UNA DESTINO PARA LLEVAR O DELIVERY
       *>                    ESTAMPARÍA 'LLEV' EN LÍNEAS DE SALÓN
                           IF RCM-CANAL NOT = 'S' AND
                               RCM-CANAL NOT = SPACE
                               DISPLAY "LA COMANDA DESTINO NO ES "
                                   "DE SALÓN, NO SE PUEDE UNIR."
                           ELSE
                               MOVE RCM-MESA TO WS-MOV-MESA-NUEVA
                               MOVE 1 TO WS-ENCONTRADO
                           END-IF
                           END-IF
                   END-READ
                   PERFORM 000-CIERRE-COMANDAS

                   IF WS-ENCONTRADO = 1
                       PERFORM 002-PASA-LINEAS-DESTINO
                       PERFORM 002-PASA-COCINA-DESTINO
                       PERFORM 002-RECALCULA-COMANDA-DESTINO
                       PERFORM 002-ANULA-COMANDA-ORIGEN

                       IF WS-MOV-MESA-VIEJA NOT = WS-MOV-MESA-NUEVA
                           MOVE WS-MOV-MESA-VIEJA TO WS-PEDIDOS-MESA
                           PERFORM 000-MARCA-MESA-LIBRE
                       END-IF

                       DISPLAY " "
                       DISPLAY "COMANDA " WS-MOV-COMANDA
                           " UNIDA EN LA COMANDA " WS-MOV-DESTINO
                           " EXITOSAMENTE... " WITH NO ADVANCING
                   END-IF
               END-IF
           END-IF.
           MOVE ZERO TO WS-ENCONTRADO.
           STOP "ENTER PARA CONTINUAR".

       *>  PASAR LAS LÍNEAS DE PEDIDO DE LA COMANDA ORIGEN A LA
       *>  COMANDA DESTINO, CON LA MESA DESTINO
       002-PASA-LINEAS-DESTINO.
           PERFORM 000-INICIA-PEDIDOS.
               MOVE WS-MOV-COMANDA TO RPE-COMANDA.
               MOVE 0 TO WS-FIN-MOVER.
               START F-ARCHIVO-PEDIDOS
                   KEY IS EQUAL RPE-COMANDA
                   INVALID KEY MOVE 1 TO WS-FIN-MOVER
               END-START.
               PERFORM 004-PASA-LINEA UNTIL WS-FIN-MOVER = 1.
           PERFORM 000-CIERRE-PEDIDOS.

       004-PASA-LINEA.
           READ F-ARCHIVO-PEDIDOS NEXT RECORD
               AT END
                   MOVE 1 TO WS-FIN-MOVER
               NOT AT END
                   IF RPE-COMANDA NOT = WS-MOV-COMANDA
                       MOVE 1 TO WS-FIN-MOVER
                   ELSE
                       MOVE 'PEDIDOS' TO WS-AUD-TABLA
                       MOVE RPE-NUMERO TO WS-AUD-LLAVE
                       MOVE REG-PEDIDOS TO WS-AUD-ANTES
                       MOVE WS-MOV-DESTINO TO RPE-COMANDA
                       MOVE WS-MOV-MESA-NUEVA TO RPE-MESA
                       REWRITE REG-PEDIDOS
                           INVALID KEY
                               DISPLAY "ERROR AL ACTUALIZAR EL "
                                   "PEDIDO"
                       END-REWRITE
                       MOVE REG-PEDIDOS TO WS-AUD-DESPUES
                       PERFORM 000-REGISTRA-AUDITORIA
       *>              LA LÍNEA YA NO PERTENECE A LA COMANDA ORIGEN,
       *>              ASÍ QUE EL RECORRIDO POR CLAVE ALTERNA SE
       *>              REPOSICIONA DESDE EL ORIGEN
                       MOVE WS-MOV-COMANDA TO RPE-COMANDA
                       START F-ARCHIVO-PEDIDOS
                           KEY IS EQUAL RPE-COMANDA
                           INVALID KEY MOVE 1 TO WS-FIN-MOVER
                       END-START
                   END-IF
           END-READ.

       *>  PASAR LAS ENTRADAS DE COCINA DE LA COMANDA ORIGEN A LA
       *>  COMANDA DESTINO
       002-PASA-COCINA-DESTINO.
           PERFORM 000-INICIA-COCINA.
               MOVE 0 TO WS-FIN-MOVER.
               PERFORM 004-LEE-SIG-COCINA-MOV.
               PERFORM 004-PASA-COCINA UNTIL WS-FIN-MOVER = 1.
           PERFORM 000-CIERRE-COCINA.

       004-PASA-COCINA.
           IF KOC-COMANDA = WS-MOV-COMANDA
               MOVE 'COCINA' TO WS-AUD-TABLA
               MOVE KOC-NUMERO TO WS-AUD-LLAVE
               MOVE REG-COCINA TO WS-AUD-ANTES
               MOVE WS-MOV-DESTINO TO KOC-COMANDA
               MOVE WS-MOV-MESA-NUEVA TO KOC-MESA
               REWRITE REG-COCINA
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR LA COLA DE "
                           "COCINA"
               END-REWRITE
               MOVE REG-COCINA TO WS-AUD-DESPUES
               PERFORM 000-REGISTRA-AUDITORIA
           END-IF.
           PERFORM 004-LEE-SIG-COCINA-MOV.

       *>  RECALCULAR EL TOTAL DE LA COMANDA DESTINO SUMANDO SUS
       *>  LÍNEAS NO ANULADAS Y SUMARLE LA PROPINA DE LA ORIGEN
       002-RECALCULA-COMANDA-DESTINO.
           MOVE ZERO TO WS-MOV-TOTAL.
           PERFORM 000-INICIA-PEDIDOS.
               MOVE WS-MOV-DESTINO TO RPE-COMANDA.
               MOVE 0 TO WS-FIN-MOVER.
               START F-ARCHIVO-PEDIDOS
                   KEY IS EQUAL RPE-COMANDA
                   INVALID KEY MOVE 1 TO WS-FIN-MOVER
               END-START.
               PERFORM 004-SUMA-LINEA-DESTINO UNTIL WS-FIN-MOVER = 1.
           PERFORM 000-CIERRE-PEDIDOS.

           PERFORM 000-INICIA-COMANDAS.
               MOVE WS-MOV-DESTINO TO RCM-NUMERO.
               READ F-ARCHIVO-COMANDAS RECORD
                   KEY RCM-NUMERO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'COMANDAS' TO WS-AUD-TABLA
                       MOVE RCM-NUMERO TO WS-AUD-LLAVE
                       MOVE REG-COMANDAS TO WS-AUD-ANTES
                       MOVE WS-MOV-TOTAL TO RCM-TOTAL
                       ADD WS-COMANDAS-PROPINA TO RCM-PROPINA
                       REWRITE REG-COMANDAS
                           INVALID KEY
                               DISPLAY "ERROR AL ACTUALIZAR LA "
                                   "COMANDA."
                       END-REWRITE
                       MOVE REG-COMANDAS TO WS-AUD-DESPUES
                       PERFORM 000-REGISTRA-AUDITORIA
               END-READ.
           PERFORM 000-CIERRE-COMANDAS.

       004-SUMA-LINEA-DESTINO.
           READ F-ARCHIVO-PEDIDOS NEXT RECORD
               AT END
                   MOVE 1 TO WS-FIN-MOVER
               NOT AT END
                   IF RPE-COMANDA NOT = WS-MOV-DESTINO
                       MOVE 1 TO WS-FIN-MOVER
                   ELSE
                       IF RPE-ESTADO NOT = 'C'
                           ADD RPE-IMPORTE TO WS-MOV-TOTAL
                       END-IF
                   END-IF
           END-READ.

       *>  DEJAR LA COMANDA ORIGEN ANULADA Y EN CERO: SUS LÍNEAS YA
       *>  VIVEN EN LA COMANDA DESTINO
       002-ANULA-COMANDA-ORIGEN.
           PERFORM 000-INICIA-COMANDAS.
               MOVE WS-MOV-COMANDA TO RCM-NUMERO.
               READ F-ARCHIVO-COMANDAS RECORD
                   KEY RCM-NUMERO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'COMANDAS' TO WS-AUD-TABLA
                       MOVE RCM-NUMERO TO WS-AUD-LLAVE
                       MOVE REG-COMANDAS TO WS-AUD-ANTES
                       MOVE 'C' TO RCM-ESTADO
                       MOVE ZERO TO RCM-TOTAL
                       MOVE ZERO TO RCM-PROPINA
                       REWRITE REG-COMANDAS
                           INVALID KEY
                               DISPLAY "ERROR AL ACTUALIZAR LA "
                                   "COMANDA."
                       END-REWRITE
                       MOVE REG-COMANDAS TO WS-AUD-DESPUES
                       PERFORM 000-REGISTRA-AUDITORIA
               END-READ.
           PERFORM 000-CIERRE-COMANDAS.
       *>  -------------------------------------------------------------
       *>  DIVIDIR UNA COMANDA ABIERTA: LAS LÍNEAS ELEGIDAS PASAN A
       *>  UNA COMANDA NUEVA EN LA MISMA MESA (LA CUENTA SEPARADA) Y
       *>  LOS TOTALES DE AMBAS SE RECALCULAN
       *>  -------------------------------------------------------------
       001-DIVIDE-COMANDA.
           DISPLAY " ".
           DISPLAY "NÚMERO DE LA COMANDA A DIVIDIR: "
               WITH NO ADVANCING.
           ACCEPT WS-MOV-COMANDA.

           PERFORM 000-LEE-COMANDA-ABIERTA.
           IF WS-ENCONTRADO = 1 THEN
               DISPLAY " "
               DISPLAY "LÍNEAS DE LA COMANDA " WS-MOV-COMANDA ":"
               PERFORM 003-MOSTRAR-LINEAS-COMANDA

               MOVE 'COMANDAS' TO WS-CTR-NOMBRE
               PERFORM 000-SIGUIENTE-CONTADOR
       *>      SIN NÚMERO RESERVADO LA DIVISIÓN NO ARRANCA: LA
       *>      COMANDA CERO DE DOS INTENTOS FALLIDOS SE PISARÍA
               IF WS-CTR-VALOR = ZERO
                   DISPLAY "LA DIVISIÓN NO SE PUEDE HACER SIN "
                       "NÚMERO DE COMANDA NUEVO, INTENTE DE NUEVO."
               ELSE
                   PERFORM 002-DIVIDE-COMANDA-LINEAS
               END-IF
           END-IF.
           MOVE ZERO TO WS-ENCONTRADO.
           STOP "ENTER PARA CONTINUAR".
       *>  -------------------------------------------------------------
       *>  MOVER LAS LÍNEAS ELEGIDAS A LA COMANDA NUEVA YA NUMERADA
       *>  EN WS-CTR-VALOR Y RECALCULAR AMBOS TOTALES
       *>  -------------------------------------------------------------
       002-DIVIDE-COMANDA-LINEAS.
               MOVE WS-CTR-VALOR TO WS-MOV-NUEVA
               DISPLAY " "
               DISPLAY "NUEVA COMANDA NRO.: " WS-MOV-NUEVA

               MOVE 0 TO WS-MOV-MOVIDAS
               PERFORM 002-PIDE-LINEA-DIVIDIR
                   WITH TEST AFTER
                   UNTIL WS-MOV-LINEA = 0

               IF WS-MOV-MOVIDAS = 0
                   DISPLAY "NO SE MOVIÓ NINGUNA LÍNEA, LA DIVISIÓN "
                       "QUEDA SIN EFECTO."
               ELSE
       *>          EL ENCABEZADO NUEVO HEREDA MESA, MESERO, CLIENTE
       *>          Y FECHA DE LA COMANDA ORIGEN
                   MOVE WS-MOV-NUEVA TO WS-COMANDAS-NUMERO
                   MOVE SPACES TO WS-COMANDAS-TIPO-PAGO
                   MOVE ZERO TO WS-COMANDAS-PROPINA
                   MOVE 'N' TO WS-COMANDAS-ENVIADO
                   MOVE 'P' TO WS-COMANDAS-ESTADO
                   MOVE ZERO TO WS-COMANDAS-TOTAL
                   PERFORM 000-INICIA-COMANDAS
                   WRITE REG-COMANDAS FROM WS-ENT-COMANDAS
                       INVALID KEY
                           DISPLAY "ERROR AL REGISTRAR LA COMANDA "
                               "NUEVA"
                   END-WRITE
                   PERFORM 000-CIERRE-COMANDAS

       *>          RECALCULAR AMBOS TOTALES CON LAS LÍNEAS QUE LE
       *>          QUEDARON A CADA UNA
                   MOVE WS-MOV-NUEVA TO WS-MOV-DESTINO
                   MOVE ZERO TO WS-COMANDAS-PROPINA
                   PERFORM 002-RECALCULA-COMANDA-DESTINO
                   MOVE WS-MOV-COMANDA TO WS-MOV-DESTINO
                   PERFORM 002-RECALCULA-COMANDA-DESTINO

                   DISPLAY " "
                   DISPLAY WS-MOV-MOVIDAS " LÍNEAS MOVIDAS A LA "
                       "COMANDA " WS-MOV-NUEVA
                       " EXITOSAMENTE... " WITH NO ADVANCING
               END-IF.

       *>  LISTAR LAS LÍNEAS ACTIVAS DE LA COMANDA EN WS-MOV-COMANDA
       *>  PARA QUE EL MESERO ELIJA CUÁLES SEPARAR
       003-MOSTRAR-LINEAS-COMANDA.
           PERFORM 000-INICIA-PEDIDOS.
               MOVE WS-MOV-COMANDA TO RPE-COMANDA.
               MOVE 0 TO WS-FIN-MOVER.
               START F-ARCHIVO-PEDIDOS
                   KEY IS EQUAL RPE-COMANDA
                   INVALID KEY MOVE 1 TO WS-FIN-MOVER
               END-START.
               PERFORM 004-IMPRIME-LINEA-COMANDA
                   UNTIL WS-FIN-MOVER = 1.
           PERFORM 000-CIERRE-PEDIDOS.

       004-IMPRIME-LINEA-COMANDA.
           READ F-ARCHIVO-PEDIDOS NEXT RECORD
               AT END
                   MOVE 1 TO WS-FIN-MOVER
               NOT AT END
                   IF RPE-COMANDA NOT = WS-MOV-COMANDA
                       MOVE 1 TO WS-FIN-MOVER
                   ELSE
                       IF RPE-ESTADO NOT = 'C'
                           DISPLAY " - PEDIDO " RPE-NUMERO " | "
                               RPE-DESCRIPCION " x" RPE-CANTIDAD
                               " | IMPORTE: " RPE-IMPORTE
                           IF RPE-DESCUENTO IS NUMERIC AND
                               RPE-DESCUENTO > ZERO
                               DISPLAY "   DESCUENTO: -" RPE-DESCUENTO
                                   " " RPE-DESC-MOTIVO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       *>  PEDIR Y MOVER UNA LÍNEA A LA COMANDA NUEVA; CERO TERMINA
       *>  SIEMPRE, Y SI NO SE MOVIÓ NINGUNA LÍNEA LA DIVISIÓN QUEDA
       *>  SIN EFECTO (EL NÚMERO RESERVADO SE PIERDE SIN DAÑO PORQUE
       *>  SU ENCABEZADO AÚN NO SE HA ESCRITO)
       002-PIDE-LINEA-DIVIDIR.
           DISPLAY "NÚMERO DE PEDIDO A SEPARAR (0 = TERMINAR): "
               WITH NO ADVANCING.
           ACCEPT WS-MOV-LINEA.

           IF WS-MOV-LINEA = 0
               CONTINUE
           ELSE
               PERFORM 000-INICIA-PEDIDOS
               MOVE WS-MOV-LINEA TO RPE-NUMERO
               READ F-ARCHIVO-PEDIDOS RECORD
                   KEY RPE-NUMERO
                   INVALID KEY
                       DISPLAY "EL PEDIDO NO EXISTE."
                   NOT INVALID KEY
                       IF RPE-COMANDA NOT = WS-MOV-COMANDA
                           DISPLAY "EL PEDIDO NO PERTENECE A LA "
                               "COMANDA."
                       ELSE
                           IF RPE-ESTADO = 'C'
                               DISPLAY "EL PEDIDO ESTÁ ANULADO."
                           ELSE
                               MOVE 'PEDIDOS' TO WS-AUD-TABLA
                               MOVE RPE-NUMERO TO WS-AUD-LLAVE
                               MOVE REG-PEDIDOS TO WS-AUD-ANTES
                               MOVE WS-MOV-NUEVA TO RPE-COMANDA
                               REWRITE REG-PEDIDOS
                                   INVALID KEY
                                       DISPLAY "ERROR AL ACTUALIZAR "
                               END-REWRITE
                               MOVE REG-PEDIDOS TO WS-AUD-DESPUES
                               PERFORM 000-REGISTRA-AUDITORIA
                               PERFORM 002-REAPUNTA-COCINA-LINEA
                               ADD 1 TO WS-MOV-MOVIDAS
                           END-IF
                       END-IF
               END-READ
               PERFORM 000-CIERRE-PEDIDOS
           END-IF.

       *>  LA ENTRADA DE COCINA DE LA LÍNEA SEPARADA SIGUE A SU
       *>  NUEVA COMANDA (LA MESA NO CAMBIA EN UNA DIVISIÓN)
       002-REAPUNTA-COCINA-LINEA.
           PERFORM 000-INICIA-COCINA.
               MOVE WS-MOV-LINEA TO KOC-NUMERO.
               READ F-ARCHIVO-COCINA RECORD
                   KEY KOC-NUMERO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'COCINA' TO WS-AUD-TABLA
                       MOVE KOC-NUMERO TO WS-AUD-LLAVE
                       MOVE REG-COCINA TO WS-AUD-ANTES
                       MOVE WS-MOV-NUEVA TO KOC-COMANDA
                       REWRITE REG-COCINA
                           INVALID KEY
                               DISPLAY "ERROR AL ACTUALIZAR LA "
                                   "COLA DE COCINA"
                       END-REWRITE
                       MOVE REG-COCINA TO WS-AUD-DESPUES
                       PERFORM 000-REGISTRA-AUDITORIA
               END-READ.
           PERFORM 000-CIERRE-COCINA.
       *>  -------------------------------------------------------------
       *>  INVENTARIO: LA COCINA ALMACENA INSUMOS, NO PLATILLOS
       *>  TERMINADOS, ASÍ QUE EL CONTEO REAL SE LLEVA POR INSUMO Y
       *>  LAS RECETAS DICEN CUÁNTO CONSUME CADA PLATILLO; EL CONTEO
       *>  POR PLATILLO SE CONSERVA SÓLO PARA LOS QUE NO TIENEN RECETA
       *>  -------------------------------------------------------------
       001-INVENTARIO.
           DISPLAY " ".
           DISPLAY "INVENTARIO (INSUMOS Y RECETAS).".
           DISPLAY "--------------------------------------".
           DISPLAY "1. MOVIMIENTOS DE INSUMOS.".
           DISPLAY "2. RECETAS DE PLATILLOS.".
           DISPLAY "3. INVENTARIO DE PLATILLOS (SIN RECETA).".
           DISPLAY "4. TOMA DE INVENTARIO FÍSICO.".
           DISPLAY " ".
           DISPLAY "OPCIÓN: " WITH NO ADVANCING.
           ACCEPT WS-INV-OPCION.

           EVALUATE WS-INV-OPCION
               WHEN 1 PERFORM 001-INSUMOS
               WHEN 2 PERFORM 001-RECETAS
               WHEN 3 PERFORM 001-INVENTARIO-PLATILLO
               WHEN 4 PERFORM 001-TOMA-INVENTARIO
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY "OPCION INVÁLIDA"
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  MANTENIMIENTO DEL MAESTRO DE INSUMOS: REGISTRAR EL INSUMO,
       *>  RECIBIR EXISTENCIA O FIJAR EL MÍNIMO; EL CONTEO FÍSICO SE
       *>  AJUSTA SÓLO CON LA TOMA DE INVENTARIO
       *>  -------------------------------------------------------------
       001-INSUMOS.
           DISPLAY " ".
           DISPLAY "MOVIMIENTOS DE INSUMOS.".
           DISPLAY "--------------------------------------".
           DISPLAY " ".

           PERFORM 000-INICIA-INSUMOS.
           PERFORM 003-MOSTRAR-INSUMOS.
           PERFORM 000-CIERRE-INSUMOS.

           DISPLAY "CÓDIGO DEL INSUMO: " WITH NO ADVANCING.
           ACCEPT WS-INS-CODIGO.
           PERFORM UNTIL WS-INS-CODIGO NOT = SPACES
               DISPLAY "EL CÓDIGO NO PUEDE ESTAR EN BLANCO, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-INS-CODIGO
           END-PERFORM.

           PERFORM 000-INICIA-INSUMOS.
               MOVE WS-INS-CODIGO TO INS-CODIGO.
               READ F-ARCHIVO-INSUMOS RECORD
                   KEY INS-CODIGO
                   INVALID KEY
       *>              INSUMO NUEVO: SE PIDEN SUS DATOS Y SE CREA EN
       *>              CERO PARA RECIBIR EXISTENCIA A CONTINUACIÓN
                       DISPLAY "INSUMO NUEVO, REGISTRE SUS DATOS:"
                       DISPLAY "DESCRIPCIÓN: " WITH NO ADVANCING
                       ACCEPT WS-INS-DESCRIPCION
                       DISPLAY "UNIDAD DE MEDIDA (EJ. KG, LT, UND): "
                           WITH NO ADVANCING
                       ACCEPT WS-INS-UNIDAD
                       MOVE ZERO TO WS-INS-EXISTENCIA
                       MOVE ZERO TO WS-INS-MINIMO
                       MOVE ZERO TO WS-INS-COSTO
                       WRITE REG-INSUMOS FROM WS-ENT-INSUMOS
                           INVALID KEY
                               DISPLAY "ERROR AL CREAR EL REGISTRO "
                                   "DEL INSUMO"
                       END-WRITE
                       MOVE WS-ENT-INSUMOS TO REG-INSUMOS
               END-READ.
       *>      LAS ENTRADAS ANTERIORES AL CAMPO DE COSTO NO LO TRAEN
               IF INS-COSTO IS NOT NUMERIC
                   MOVE ZERO TO INS-COSTO
               END-IF.

               DISPLAY " ".
               DISPLAY "INSUMO: " INS-DESCRIPCION
                   " (" INS-UNIDAD ")".
               DISPLAY "EXISTENCIA ACTUAL: " INS-EXISTENCIA
                   " | MÍNIMO: " INS-MINIMO
                   " | COSTO PROMEDIO: " INS-COSTO.
               DISPLAY " ".
               DISPLAY "1. RECIBIR EXISTENCIA (SUMA AL CONTEO).".
       *>      EL 2 (AJUSTAR CONTEO) NO SE OFRECE: EL CONTEO FÍSICO
       *>      SE ASIENTA CON LA TOMA DE INVENTARIO, Y EL MÍNIMO VA EN
       *>      EL 3 PARA QUE UN 2 TECLEADO POR COSTUMBRE NO LO PISE
               DISPLAY "3. FIJAR NIVEL MÍNIMO.".
               DISPLAY "(EL CONTEO FÍSICO SE AJUSTA CON LA TOMA DE "
                   "INVENTARIO)".
               DISPLAY "MOVIMIENTO (1 o 3): " WITH NO ADVANCING.
               ACCEPT WS-INS-MOVIMIENTO.
               PERFORM UNTIL WS-INS-MOVIMIENTO = 1
                   OR WS-INS-MOVIMIENTO = 3
                   DISPLAY "EL MOVIMIENTO DEBE SER 1 o 3 (EL CONTEO "
                       "SE AJUSTA CON LA TOMA DE INVENTARIO), "
                       "INTENTE DE NUEVO: " WITH NO ADVANCING
                   ACCEPT WS-INS-MOVIMIENTO
               END-PERFORM.
               DISPLAY "CANTIDAD (EJ. 12.50): " WITH NO ADVANCING.
               ACCEPT WS-INS-CANTIDAD.
       *>      LO RECIBIDO CON SU COSTO ENTRA AL PROMEDIO PONDERADO;
       *>      SIN COSTO SE SUMA A LA EXISTENCIA AL COSTO QUE YA TIENE
               MOVE ZERO TO WS-INS-COSTO-REC.
               IF WS-INS-MOVIMIENTO = 1
                   DISPLAY "COSTO UNITARIO DE LO RECIBIDO "
                       "(0 = SIN CAMBIO DE COSTO): " WITH NO ADVANCING
                   ACCEPT WS-INS-COSTO-REC
               END-IF.

               MOVE 'INSUMOS' TO WS-AUD-TABLA.
               MOVE INS-CODIGO TO WS-AUD-LLAVE.
               MOVE REG-INSUMOS TO WS-AUD-ANTES.
               EVALUATE WS-INS-MOVIMIENTO
                   WHEN 1 PERFORM 000-PROMEDIA-COSTO-INSUMO
                   WHEN 3 MOVE WS-INS-CANTIDAD TO INS-MINIMO
               END-EVALUATE.
               REWRITE REG-INSUMOS
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR EL INSUMO"
               END-REWRITE.
               MOVE REG-INSUMOS TO WS-AUD-DESPUES.
               PERFORM 000-REGISTRA-AUDITORIA.
               DISPLAY "INSUMO ACTUALIZADO EXITOSAMENTE... "
                   WITH NO ADVANCING.
           PERFORM 000-CIERRE-INSUMOS.
           STOP "ENTER PARA CONTINUAR".
       *>  -------------------------------------------------------------
       *>  LISTAR LOS INSUMOS REGISTRADOS (EL ARCHIVO YA VIENE ABIERTO)
       *>  -------------------------------------------------------------
       003-MOSTRAR-INSUMOS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-INSUMO.

           DISPLAY "LISTA DE INSUMOS REGISTRADOS: ".
           PERFORM 004-IMPRIME-INSUMO UNTIL WS-FIN-ARCHIVO = 1.

       004-LEE-SIG-INSUMO.
           READ F-ARCHIVO-INSUMOS NEXT RECORD
               AT END MOVE 1 TO WS-FIN-ARCHIVO.

       004-IMPRIME-INSUMO.
           IF INS-COSTO IS NOT NUMERIC
               MOVE ZERO TO INS-COSTO
           END-IF.
           DISPLAY " -> " INS-CODIGO " " INS-DESCRIPCION
               " (" INS-UNIDAD ") EXISTENCIA: " INS-EXISTENCIA
               " | MÍNIMO: " INS-MINIMO " | COSTO: " INS-COSTO.
           PERFORM 004-LEE-SIG-INSUMO.
       *>  -------------------------------------------------------------
       *>  TOMA DE INVENTARIO FÍSICO: ABRIR LA TOMA CONGELANDO LA
       *>  EXISTENCIA TEÓRICA DE CADA INSUMO, IMPRIMIR LA HOJA DE
       *>  CONTEO, CAPTURAR LO CONTADO EN UNA O VARIAS SENTADAS Y
       *>  ASENTARLO TODO DE UNA VEZ, CON EL REPORTE DE MERMA CONTRA
       *>  EL CONSUMO TEÓRICO POR RECETAS DESDE LA TOMA ANTERIOR
       *>  -------------------------------------------------------------
       001-TOMA-INVENTARIO.
           PERFORM 000-BUSCA-TOMAS.

           DISPLAY " ".
           DISPLAY "TOMA DE INVENTARIO FÍSICO.".
           DISPLAY "--------------------------------------".
           IF WS-TOMA-ABIERTA = 0
               DISPLAY "NO HAY TOMA ABIERTA."
           ELSE
               DISPLAY "TOMA ABIERTA NRO.: " WS-TOMA-ABIERTA
               IF WS-TOMA-ESTADO = 'J'
                   DISPLAY "(ASIENTO INTERRUMPIDO, ASIÉNTELA DE "
                       "NUEVO PARA CERRARLA)"
               END-IF
           END-IF.
           DISPLAY "--------------------------------------".
           DISPLAY "1. ABRIR TOMA (CONGELA LAS EXISTENCIAS).".
           DISPLAY "2. IMPRIMIR LA HOJA DE CONTEO.".
           DISPLAY "3. CAPTURAR CANTIDADES CONTADAS.".
           DISPLAY "4. ASENTAR LA TOMA.".
           DISPLAY "5. REPORTE DE MERMA DE UNA TOMA ASENTADA.".
           DISPLAY " ".
           DISPLAY "OPCIÓN: " WITH NO ADVANCING.
           ACCEPT WS-TOMA-OPCION.

           EVALUATE WS-TOMA-OPCION
               WHEN 1 PERFORM 002-TOMA-ABRE
               WHEN 2 PERFORM 002-TOMA-HOJA
               WHEN 3 PERFORM 002-TOMA-CAPTURA
               WHEN 4 PERFORM 002-TOMA-ASIENTA
               WHEN 5 PERFORM 003-MOSTRAR-MERMA
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY "OPCION INVÁLIDA"
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  UBICAR LA TOMA ABIERTA (SÓLO PUEDE HABER UNA) Y LA ÚLTIMA
       *>  ASENTADA, CUYA FECHA INICIA EL PERÍODO DE LA TOMA SIGUIENTE
       *>  -------------------------------------------------------------
       000-BUSCA-TOMAS.
           MOVE ZERO TO WS-TOMA-ABIERTA.
           MOVE SPACE TO WS-TOMA-ESTADO.
           MOVE ZERO TO WS-TOMA-ULTIMA.
           MOVE ZERO TO WS-TOMA-ULT-FECHA.

           PERFORM 000-INICIA-CONTEOS.
           MOVE 0 TO WS-FIN-CONTEOS.
           PERFORM 004-LEE-SIG-CONTEO.
           PERFORM 004-CLASIFICA-CONTEO UNTIL WS-FIN-CONTEOS = 1.
           PERFORM 000-CIERRE-CONTEOS.

       004-LEE-SIG-CONTEO.
           READ F-ARCHIVO-CONTEOS NEXT RECORD
               AT END MOVE 1 TO WS-FIN-CONTEOS.

       004-CLASIFICA-CONTEO.
           IF CNT-ESTADO = 'A' OR CNT-ESTADO = 'J'
               MOVE CNT-NUMERO TO WS-TOMA-ABIERTA
               MOVE CNT-ESTADO TO WS-TOMA-ESTADO
           ELSE
               IF CNT-ESTADO = 'P'
                   MOVE CNT-NUMERO TO WS-TOMA-ULTIMA
                   MOVE CNT-FECHA TO WS-TOMA-ULT-FECHA
               END-IF
           END-IF.

           PERFORM 004-LEE-SIG-CONTEO.
       *>  -------------------------------------------------------------
       *>  LEER EL ENCABEZADO DE LA TOMA EN WS-CNT-NUMERO Y DEJARLO EN
       *>  WS-ENT-CONTEOS (WS-ENCONTRADO EN 1 SI EXISTE)
       *>  -------------------------------------------------------------
       000-LEE-TOMA.
           MOVE 0 TO WS-ENCONTRADO.
           PERFORM 000-INICIA-CONTEOS.
               MOVE WS-CNT-NUMERO TO CNT-NUMERO.
               READ F-ARCHIVO-CONTEOS RECORD
                   KEY CNT-NUMERO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE REG-CONTEOS TO WS-ENT-CONTEOS
                       MOVE 1 TO WS-ENCONTRADO
               END-READ.
           PERFORM 000-CIERRE-CONTEOS.
       *>  -------------------------------------------------------------
       *>  ABRIR UNA TOMA: UNA LÍNEA POR INSUMO CON LA EXISTENCIA Y EL
       *>  COSTO DEL MOMENTO, E IMPRIMIR LA HOJA DE CONTEO. LA TOMA SE
       *>  ABRE AL CIERRE DE LA JORNADA: LAS VENTAS DE ESA FECHA YA
       *>  QUEDAN DENTRO DE LA EXISTENCIA CONGELADA
       *>  -------------------------------------------------------------
       002-TOMA-ABRE.
           IF WS-USUARIO-PERFIL NOT = 'GERENTE'
               DISPLAY " "
               DISPLAY "OPCIÓN RESERVADA AL PERFIL GERENTE."
           ELSE
               IF WS-TOMA-ABIERTA NOT = 0
                   DISPLAY " "
                   DISPLAY "YA HAY UNA TOMA ABIERTA (NRO. "
                       WS-TOMA-ABIERTA "), ASIÉNTELA ANTES DE "
                       "ABRIR OTRA."
               ELSE
                   MOVE 'CONTEOS' TO WS-CTR-NOMBRE
                   PERFORM 000-SIGUIENTE-CONTADOR
                   IF WS-CTR-VALOR = ZERO
                       DISPLAY "LA TOMA NO SE PUEDE ABRIR SIN "
                           "NÚMERO, INTENTE DE NUEVO."
                   ELSE
                       PERFORM 002-TOMA-CONGELA
                   END-IF
               END-IF
           END-IF.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".

       002-TOMA-CONGELA.
           MOVE WS-CTR-VALOR TO WS-CNT-NUMERO.
           ACCEPT WS-CNT-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-CNT-HORA FROM TIME.
           MOVE WS-TOMA-ULT-FECHA TO WS-CNT-DESDE.
           MOVE 'A' TO WS-CNT-ESTADO.
           MOVE ZERO TO WS-CNT-FECHA-ASIENTO.
           MOVE WS-USUARIO-ACTUAL TO WS-CNT-USUARIO.
           MOVE ZERO TO WS-TOMA-INSUMOS.

           PERFORM 000-INICIA-INSUMOS.
           PERFORM 000-INICIA-CONTEOS-LIN.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-INSUMO.
           PERFORM 004-CONGELA-INSUMO UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-CONTEOS-LIN.
           PERFORM 000-CIERRE-INSUMOS.

       *>  SIN INSUMOS NO HAY NADA QUE CONTAR Y LA TOMA NO SE GRABA
           IF WS-TOMA-INSUMOS = 0
               DISPLAY "NO HAY INSUMOS REGISTRADOS PARA CONTAR."
           ELSE
               PERFORM 000-INICIA-CONTEOS
               WRITE REG-CONTEOS FROM WS-ENT-CONTEOS
                   INVALID KEY
                       DISPLAY "ERROR AL REGISTRAR LA TOMA"
               END-WRITE
               PERFORM 000-CIERRE-CONTEOS
               MOVE WS-CNT-NUMERO TO WS-TOMA-ABIERTA
               DISPLAY " "
               DISPLAY "TOMA NRO. " WS-CNT-NUMERO " ABIERTA CON "
                   WS-TOMA-INSUMOS " INSUMOS; EXISTENCIAS "
                   "CONGELADAS AL " WS-CNT-FECHA
               PERFORM 003-IMPRIME-HOJA-CONTEO
           END-IF.

       004-CONGELA-INSUMO.
           MOVE WS-CNT-NUMERO TO CNL-CONTEO.
           MOVE INS-CODIGO TO CNL-INSUMO.
           MOVE INS-EXISTENCIA TO CNL-TEORICO.
           MOVE ZERO TO CNL-CONTADO.
           MOVE 'N' TO CNL-CAPTURADO.
           IF INS-COSTO IS NOT NUMERIC
               MOVE ZERO TO INS-COSTO
           END-IF.
           MOVE INS-COSTO TO CNL-COSTO.
           MOVE ZERO TO CNL-CONSUMO.
           WRITE REG-CONTEOS-LIN
               INVALID KEY
                   DISPLAY "ERROR AL CONGELAR EL INSUMO " INS-CODIGO
               NOT INVALID KEY
                   ADD 1 TO WS-TOMA-INSUMOS
           END-WRITE.

           PERFORM 004-LEE-SIG-INSUMO.
       *>  -------------------------------------------------------------
       *>  REIMPRIMIR LA HOJA DE CONTEO DE LA TOMA ABIERTA
       *>  -------------------------------------------------------------
       002-TOMA-HOJA.
           IF WS-TOMA-ABIERTA = 0
               DISPLAY " "
               DISPLAY "*** NO HAY UNA TOMA DE INVENTARIO ABIERTA ***"
           ELSE
               MOVE WS-TOMA-ABIERTA TO WS-CNT-NUMERO
               PERFORM 000-LEE-TOMA
               PERFORM 003-IMPRIME-HOJA-CONTEO
           END-IF.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".
       *>  -------------------------------------------------------------
       *>  HOJA DE CONTEO DE LA TOMA EN WS-ENT-CONTEOS, EN PANTALLA Y
       *>  EN UN ARCHIVO IMPRIMIBLE; SE CUENTA A CIEGAS, SIN MOSTRAR
       *>  LA EXISTENCIA TEÓRICA
       *>  -------------------------------------------------------------
       003-IMPRIME-HOJA-CONTEO.
           MOVE 'HOJACONTEO' TO WS-PARAM-MODO.
           MOVE WS-CNT-FECHA TO WS-PARAM-FECHA1.
           MOVE "HOJA DE CONTEO FISICO DE INSUMOS" TO WS-SPOOL-TITULO.
           PERFORM 000-ABRE-SPOOL-REPORTE.

           MOVE SPACES TO WS-SPOOL-LINEA.
           STRING
               "TOMA NRO.: " DELIMITED BY SIZE
               WS-CNT-NUMERO DELIMITED BY SIZE
               "   EXISTENCIAS CONGELADAS EL: " DELIMITED BY SIZE
               WS-CNT-FECHA DELIMITED BY SIZE
               INTO WS-SPOOL-LINEA
           END-STRING.
           PERFORM 000-ESCRIBE-TOMA.
           MOVE "CODIGO          DESCRIPCION" TO WS-SPOOL-LINEA.
           MOVE "UNIDAD     CANTIDAD CONTADA" TO WS-SPOOL-LINEA (68:).
           PERFORM 000-ESCRIBE-TOMA.

           PERFORM 000-INICIA-INSUMOS.
           PERFORM 000-INICIA-CONTEOS-LIN.
               MOVE WS-CNT-NUMERO TO CNL-CONTEO.
               MOVE SPACES TO CNL-INSUMO.
               MOVE 0 TO WS-FIN-CNT-LIN.
               START F-ARCHIVO-CONTEOS-LIN
                   KEY IS NOT LESS THAN CNL-CLAVE
                   INVALID KEY MOVE 1 TO WS-FIN-CNT-LIN
               END-START.
               PERFORM 004-HOJA-LINEA-CONTEO
                   UNTIL WS-FIN-CNT-LIN = 1.
           PERFORM 000-CIERRE-CONTEOS-LIN.
           PERFORM 000-CIERRE-INSUMOS.

           PERFORM 000-CIERRE-SPOOL.
           DISPLAY " ".
           DISPLAY "HOJA DE CONTEO GUARDADA EN " WS-SPOOL-NOMBRE.

       004-HOJA-LINEA-CONTEO.
           READ F-ARCHIVO-CONTEOS-LIN NEXT RECORD
               AT END
                   MOVE 1 TO WS-FIN-CNT-LIN
               NOT AT END
                   IF CNL-CONTEO NOT = WS-CNT-NUMERO
                       MOVE 1 TO WS-FIN-CNT-LIN
                   ELSE
                       PERFORM 000-DATOS-INSUMO-TOMA
                       MOVE SPACES TO WS-SPOOL-LINEA
                       STRING
                           CNL-INSUMO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           INS-DESCRIPCION DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           INS-UNIDAD DELIMITED BY SIZE
                           " ________________" DELIMITED BY SIZE
                           INTO WS-SPOOL-LINEA
                       END-STRING
                       PERFORM 000-ESCRIBE-TOMA
                   END-IF
           END-READ.
       *>  -------------------------------------------------------------
       *>  DESCRIPCIÓN Y UNIDAD DEL INSUMO DE LA LÍNEA DE LA TOMA EN
       *>  REG-CONTEOS-LIN (EL ARCHIVO DE INSUMOS YA VIENE ABIERTO)
       *>  -------------------------------------------------------------
       000-DATOS-INSUMO-TOMA.
           MOVE CNL-INSUMO TO INS-CODIGO.
           READ F-ARCHIVO-INSUMOS RECORD
               KEY INS-CODIGO
               INVALID KEY
                   MOVE "(INSUMO ELIMINADO)" TO INS-DESCRIPCION
                   MOVE SPACES TO INS-UNIDAD
           END-READ.
       *>  -------------------------------------------------------------
       *>  MOSTRAR EN PANTALLA Y ASENTAR EN EL ARCHIVO IMPRIMIBLE LA
       *>  LÍNEA YA ARMADA EN WS-SPOOL-LINEA
       *>  -------------------------------------------------------------
       000-ESCRIBE-TOMA.
           DISPLAY WS-SPOOL-LINEA.
           PERFORM 000-ESCRIBE-SPOOL.
       *>  -------------------------------------------------------------
       *>  CAPTURA DE LO CONTADO EN LA TOMA ABIERTA; SE PUEDE HACER EN
       *>  VARIAS SENTADAS Y UN INSUMO YA CONTADO SE PUEDE CORREGIR
       *>  MIENTRAS LA TOMA NO SE ASIENTE
       *>  -------------------------------------------------------------
       002-TOMA-CAPTURA.
           IF WS-TOMA-ABIERTA = 0
               DISPLAY " "
               DISPLAY "*** NO HAY UNA TOMA DE INVENTARIO ABIERTA ***"
           ELSE
       *>      CON LAS EXISTENCIAS YA AJUSTADAS, LO CONTADO NO SE TOCA
               IF WS-TOMA-ESTADO = 'J'
                   DISPLAY " "
                   DISPLAY "*** LA TOMA YA SE AJUSTÓ, SÓLO FALTA "
                       "ASENTARLA ***"
               ELSE
                   MOVE WS-TOMA-ABIERTA TO WS-CNT-NUMERO
                   MOVE 'S' TO WS-TOMA-OTRO
                   PERFORM 004-CAPTURA-CONTEO
                       UNTIL WS-TOMA-OTRO NOT = 'S'
                           AND WS-TOMA-OTRO NOT = 's'
                   PERFORM 000-CUENTA-PENDIENTES-TOMA
                   DISPLAY " "
                   DISPLAY "INSUMOS DE LA TOMA: " WS-TOMA-INSUMOS
                       " | AÚN SIN CONTAR: " WS-TOMA-PENDIENTES
               END-IF
           END-IF.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".

       004-CAPTURA-CONTEO.
           DISPLAY " ".
           DISPLAY "CÓDIGO DEL INSUMO CONTADO: " WITH NO ADVANCING.
           ACCEPT WS-CNL-INSUMO.

           PERFORM 000-INICIA-CONTEOS-LIN.
               MOVE WS-CNT-NUMERO TO CNL-CONTEO.
               MOVE WS-CNL-INSUMO TO CNL-INSUMO.
               READ F-ARCHIVO-CONTEOS-LIN RECORD
                   KEY CNL-CLAVE
                   INVALID KEY
                       DISPLAY "EL INSUMO NO ESTÁ EN LA TOMA ABIERTA"
                   NOT INVALID KEY
                       PERFORM 005-CAPTURA-CANTIDAD
               END-READ.
           PERFORM 000-CIERRE-CONTEOS-LIN.

           DISPLAY "¿DESEA CAPTURAR OTRO INSUMO? (S/N): "
               WITH NO ADVANCING.
           ACCEPT WS-TOMA-OTRO.

       005-CAPTURA-CANTIDAD.
           IF CNL-CAPTURADO = 'S'
               DISPLAY "+++ADVERTENCIA: EL INSUMO YA SE CONTÓ ("
                   CNL-CONTADO "), LA CANTIDAD QUE INTRODUZCA "
                   "REEMPLAZA A LA ANTERIOR+++"
           END-IF.
           DISPLAY "CANTIDAD CONTADA (EJ. 12.50): " WITH NO ADVANCING.
           ACCEPT WS-TOMA-CANTIDAD.

           MOVE WS-TOMA-CANTIDAD TO CNL-CONTADO.
           MOVE 'S' TO CNL-CAPTURADO.
           REWRITE REG-CONTEOS-LIN
               INVALID KEY
                   DISPLAY "ERROR AL REGISTRAR LO CONTADO"
           END-REWRITE.
       *>  -------------------------------------------------------------
       *>  CONTAR LAS LÍNEAS DE LA TOMA EN WS-CNT-NUMERO Y LAS QUE AÚN
       *>  NO TIENEN CANTIDAD CONTADA
       *>  -------------------------------------------------------------
       000-CUENTA-PENDIENTES-TOMA.
           MOVE ZERO TO WS-TOMA-INSUMOS.
           MOVE ZERO TO WS-TOMA-PENDIENTES.
           PERFORM 000-INICIA-CONTEOS-LIN.
               MOVE WS-CNT-NUMERO TO CNL-CONTEO.
               MOVE SPACES TO CNL-INSUMO.
               MOVE 0 TO WS-FIN-CNT-LIN.
               START F-ARCHIVO-CONTEOS-LIN
                   KEY IS NOT LESS THAN CNL-CLAVE
                   INVALID KEY MOVE 1 TO WS-FIN-CNT-LIN
               END-START.
               PERFORM 004-CUENTA-LINEA-TOMA
                   UNTIL WS-FIN-CNT-LIN = 1.
           PERFORM 000-CIERRE-CONTEOS-LIN.

       004-CUENTA-LINEA-TOMA.
           READ F-ARCHIVO-CONTEOS-LIN NEXT RECORD
               AT END
                   MOVE 1 TO WS-FIN-CNT-LIN
               NOT AT END
                   IF CNL-CONTEO NOT = WS-CNT-NUMERO
                       MOVE 1 TO WS-FIN-CNT-LIN
                   ELSE
                       ADD 1 TO WS-TOMA-INSUMOS
                       IF CNL-CAPTURADO NOT = 'S'
                           ADD 1 TO WS-TOMA-PENDIENTES
                       END-IF
                   END-IF
           END-READ.
       *>  -------------------------------------------------------------
       *>  ASENTAR LA TOMA ABIERTA: CONSUMO TEÓRICO DEL PERÍODO, AJUSTE
       *>  DE LAS EXISTENCIAS A LO CONTADO Y CIERRE DE LA TOMA, CON SU
       *>  REPORTE DE MERMA
       *>  -------------------------------------------------------------
       002-TOMA-ASIENTA.
           IF WS-USUARIO-PERFIL NOT = 'GERENTE'
               DISPLAY " "
               DISPLAY "OPCIÓN RESERVADA AL PERFIL GERENTE."
           ELSE
               IF WS-TOMA-ABIERTA = 0
                   DISPLAY " "
                   DISPLAY "*** NO HAY UNA TOMA DE INVENTARIO "
                       "ABIERTA ***"
               ELSE
                   MOVE WS-TOMA-ABIERTA TO WS-CNT-NUMERO
                   PERFORM 000-LEE-TOMA
                   IF WS-CNT-ESTADO = 'J'
                       PERFORM 002-TOMA-COMPLETA-ASIENTO
                   ELSE
                       PERFORM 002-TOMA-CONFIRMA-ASIENTO
                   END-IF
               END-IF
           END-IF.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".

       002-TOMA-CONFIRMA-ASIENTO.
           PERFORM 000-CUENTA-PENDIENTES-TOMA.
           MOVE 'S' TO WS-TOMA-CONFIRMA.
       *>  LO QUE NO SE CONTÓ QUEDA CON SU EXISTENCIA TEÓRICA (SIN
       *>  MERMA), PERO SÓLO CON LA CONFIRMACIÓN DEL GERENTE
           IF WS-TOMA-PENDIENTES > 0
               DISPLAY " "
               DISPLAY "HAY " WS-TOMA-PENDIENTES " INSUMOS SIN "
                   "CONTAR; QUEDARÁN CON SU EXISTENCIA TEÓRICA."
               DISPLAY "¿ASENTAR LA TOMA DE TODAS FORMAS? (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-TOMA-CONFIRMA
           END-IF.

           IF WS-TOMA-CONFIRMA = 'S' OR WS-TOMA-CONFIRMA = 's'
               PERFORM 002-TOMA-CONSUMO-TEORICO
               PERFORM 002-TOMA-MARCA-AJUSTE
               PERFORM 002-TOMA-AJUSTA-EXISTENCIAS
               PERFORM 002-TOMA-CIERRA
               PERFORM 002-REPORTE-MERMA
           ELSE
               DISPLAY "LA TOMA SIGUE ABIERTA PARA SEGUIR CONTANDO."
           END-IF.

       *>  UN ASIENTO INTERRUMPIDO DESPUÉS DE AJUSTAR LAS EXISTENCIAS
       *>  NO LAS VUELVE A AJUSTAR: SÓLO CIERRA LA TOMA Y LA REPORTA
       002-TOMA-COMPLETA-ASIENTO.
           DISPLAY " ".
           DISPLAY "LAS EXISTENCIAS DE ESTA TOMA YA SE AJUSTARON, "
               "SE COMPLETA EL CIERRE.".
           PERFORM 002-TOMA-CIERRA.
           PERFORM 002-REPORTE-MERMA.
       *>  -------------------------------------------------------------
       *>  MARCAR LA TOMA COMO AJUSTADA ANTES DE TOCAR LAS EXISTENCIAS,
       *>  PARA QUE UN ASIENTO INTERRUMPIDO NO LAS AJUSTE DOS VECES
       *>  -------------------------------------------------------------
       002-TOMA-MARCA-AJUSTE.
           PERFORM 000-INICIA-CONTEOS.
               MOVE WS-CNT-NUMERO TO CNT-NUMERO.
               READ F-ARCHIVO-CONTEOS RECORD
                   KEY CNT-NUMERO
                   INVALID KEY
                       DISPLAY "ERROR AL ASENTAR LA TOMA"
                   NOT INVALID KEY
                       MOVE 'J' TO CNT-ESTADO
                       REWRITE REG-CONTEOS
                           INVALID KEY
                               DISPLAY "ERROR AL ASENTAR LA TOMA"
                       END-REWRITE
                       MOVE REG-CONTEOS TO WS-ENT-CONTEOS
               END-READ.
           PERFORM 000-CIERRE-CONTEOS.
       *>  -------------------------------------------------------------
       *>  CONSUMO TEÓRICO DEL PERÍODO DE LA TOMA: PLATILLOS VENDIDOS
       *>  DESPUÉS DE LA FECHA DE LA TOMA ANTERIOR Y HASTA LA FECHA DE
       *>  ESTA (PEDIDOS OPERATIVOS E HISTÓRICOS NO ANULADOS) POR LA
       *>  CANTIDAD DE CADA INSUMO EN SU RECETA
       *>  -------------------------------------------------------------
       002-TOMA-CONSUMO-TEORICO.
       *>  EL CONSUMO SE RECALCULA DESDE CERO EN CADA INTENTO
           PERFORM 000-INICIA-CONTEOS-LIN.
               MOVE WS-CNT-NUMERO TO CNL-CONTEO.
               MOVE SPACES TO CNL-INSUMO.
               MOVE 0 TO WS-FIN-CNT-LIN.
               START F-ARCHIVO-CONTEOS-LIN
                   KEY IS NOT LESS THAN CNL-CLAVE
                   INVALID KEY MOVE 1 TO WS-FIN-CNT-LIN
               END-START.
               PERFORM 004-LIMPIA-CONSUMO-TOMA
                   UNTIL WS-FIN-CNT-LIN = 1.
           PERFORM 000-CIERRE-CONTEOS-LIN.

           COMPUTE WS-RANGO-DESDE-NUM = WS-CNT-DESDE + 1.
           MOVE WS-CNT-FECHA TO WS-RANGO-HASTA-NUM.
           MOVE 0 TO WS-MIX-CANT.
           MOVE 0 TO WS-MIX-TOTAL-MONTO.

           PERFORM 000-INICIA-PEDIDOS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-PEDIDO.
           PERFORM 004-ACUMULA-MIX-PEDIDO UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-PEDIDOS.

           PERFORM 000-HIST-RANGO-ARCHIVOS.
           PERFORM 000-INICIA-PEDIDOS-HIST.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-PEDIDO-HIST.
           PERFORM 004-ACUMULA-MIX-HIST UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-PEDIDOS-HIST.

           PERFORM 000-INICIA-PLATILLOS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-PLATILLO.
           PERFORM 004-CONSUMO-PLATILLO UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-PLATILLOS.

       004-LIMPIA-CONSUMO-TOMA.
           READ F-ARCHIVO-CONTEOS-LIN NEXT RECORD
               AT END
                   MOVE 1 TO WS-FIN-CNT-LIN
               NOT AT END
                   IF CNL-CONTEO NOT = WS-CNT-NUMERO
                       MOVE 1 TO WS-FIN-CNT-LIN
                   ELSE
                       MOVE ZERO TO CNL-CONSUMO
                       REWRITE REG-CONTEOS-LIN
                           INVALID KEY
                               DISPLAY "ERROR AL ACTUALIZAR LA "
                                   "LÍNEA DE LA TOMA"
                       END-REWRITE
                   END-IF
           END-READ.

       004-CONSUMO-PLATILLO.
           MOVE ZERO TO WS-TOMA-UNIDADES.
           PERFORM VARYING WS-MIX-IDX FROM 1 BY 1
               UNTIL WS-MIX-IDX > WS-MIX-CANT
               IF WS-MIX-DESCRIPCION (WS-MIX-IDX) = RP-DESCRIPCION
                   MOVE WS-MIX-UNIDADES (WS-MIX-IDX)
                       TO WS-TOMA-UNIDADES
               END-IF
           END-PERFORM.

           IF WS-TOMA-UNIDADES > 0
               PERFORM 000-INICIA-RECETAS
               PERFORM 000-INICIA-CONTEOS-LIN
               MOVE RP-CODIGO TO REC-PLATILLO
               MOVE SPACES TO REC-INSUMO
               MOVE 0 TO WS-FIN-RECETAS
               START F-ARCHIVO-RECETAS
                   KEY IS NOT LESS THAN REC-CLAVE
                   INVALID KEY MOVE 1 TO WS-FIN-RECETAS
               END-START
               PERFORM 005-CONSUMO-LINEA-RECETA
                   UNTIL WS-FIN-RECETAS = 1
               PERFORM 000-CIERRE-CONTEOS-LIN
               PERFORM 000-CIERRE-RECETAS
           END-IF.

           PERFORM 004-LEE-SIG-PLATILLO.

       *>  SUMAR AL CONSUMO TEÓRICO DEL INSUMO EN LA TOMA LO QUE LLEVAN
       *>  LAS UNIDADES VENDIDAS DEL PLATILLO (UN INSUMO CREADO DESPUÉS
       *>  DE ABRIR LA TOMA NO TIENE LÍNEA Y NO SE CONSIDERA)
       005-CONSUMO-LINEA-RECETA.
           READ F-ARCHIVO-RECETAS NEXT RECORD
               AT END
                   MOVE 1 TO WS-FIN-RECETAS
               NOT AT END
                   IF REC-PLATILLO NOT = RP-CODIGO
                       MOVE 1 TO WS-FIN-RECETAS
                   ELSE
                       MOVE WS-CNT-NUMERO TO CNL-CONTEO
                       MOVE REC-INSUMO TO CNL-INSUMO
                       READ F-ARCHIVO-CONTEOS-LIN RECORD
                           KEY CNL-CLAVE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               COMPUTE CNL-CONSUMO = CNL-CONSUMO +
                                   REC-CANTIDAD * WS-TOMA-UNIDADES
                               REWRITE REG-CONTEOS-LIN
                                   INVALID KEY
                                       DISPLAY "ERROR AL ACTUALIZAR "
                                           "LA LÍNEA DE LA TOMA"
                               END-REWRITE
                       END-READ
                   END-IF
           END-READ.
       *>  -------------------------------------------------------------
       *>  LLEVAR LA EXISTENCIA DE CADA INSUMO CONTADO A LO CONTADO.
       *>  SÓLO SE APLICA LA DIFERENCIA CONTRA LO CONGELADO, PARA
       *>  RESPETAR LO QUE SE MOVIÓ (VENTAS, RECEPCIONES) MIENTRAS SE
       *>  CONTABA; SI LA DIFERENCIA NO ALCANZA LA EXISTENCIA QUEDA
       *>  EN CERO
       *>  -------------------------------------------------------------
       002-TOMA-AJUSTA-EXISTENCIAS.
           PERFORM 000-INICIA-INSUMOS.
           PERFORM 000-INICIA-CONTEOS-LIN.
               MOVE WS-CNT-NUMERO TO CNL-CONTEO.
               MOVE SPACES TO CNL-INSUMO.
               MOVE 0 TO WS-FIN-CNT-LIN.
               START F-ARCHIVO-CONTEOS-LIN
                   KEY IS NOT LESS THAN CNL-CLAVE
                   INVALID KEY MOVE 1 TO WS-FIN-CNT-LIN
               END-START.
               PERFORM 004-AJUSTA-LINEA-TOMA
                   UNTIL WS-FIN-CNT-LIN = 1.
           PERFORM 000-CIERRE-CONTEOS-LIN.
           PERFORM 000-CIERRE-INSUMOS.

       004-AJUSTA-LINEA-TOMA.
           READ F-ARCHIVO-CONTEOS-LIN NEXT RECORD
               AT END
                   MOVE 1 TO WS-FIN-CNT-LIN
               NOT AT END
                   IF CNL-CONTEO NOT = WS-CNT-NUMERO
                       MOVE 1 TO WS-FIN-CNT-LIN
                   ELSE
                       PERFORM 005-AJUSTA-INSUMO-TOMA
                   END-IF
           END-READ.

       005-AJUSTA-INSUMO-TOMA.
           IF CNL-CAPTURADO NOT = 'S'
               MOVE CNL-TEORICO TO CNL-CONTADO
               REWRITE REG-CONTEOS-LIN
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR LA LÍNEA DE LA "
                           "TOMA"
               END-REWRITE
           END-IF.

           IF CNL-CONTADO NOT = CNL-TEORICO
               MOVE CNL-INSUMO TO INS-CODIGO
               READ F-ARCHIVO-INSUMOS RECORD
                   KEY INS-CODIGO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'INSUMOS' TO WS-AUD-TABLA
                       MOVE INS-CODIGO TO WS-AUD-LLAVE
                       MOVE REG-INSUMOS TO WS-AUD-ANTES
                       IF INS-EXISTENCIA + CNL-CONTADO < CNL-TEORICO
                           MOVE ZERO TO INS-EXISTENCIA
                       ELSE
                           COMPUTE INS-EXISTENCIA = INS-EXISTENCIA
                               + CNL-CONTADO - CNL-TEORICO
                       END-IF
                       REWRITE REG-INSUMOS
                           INVALID KEY
                               DISPLAY "ERROR AL ACTUALIZAR EL "
                                   "INSUMO"
                       END-REWRITE
                       MOVE REG-INSUMOS TO WS-AUD-DESPUES
                       PERFORM 000-REGISTRA-AUDITORIA
               END-READ
           END-IF.
       *>  -------------------------------------------------------------
       *>  MARCAR LA TOMA COMO ASENTADA
       *>  -------------------------------------------------------------
       002-TOMA-CIERRA.
           PERFORM 000-INICIA-CONTEOS.
               MOVE WS-CNT-NUMERO TO CNT-NUMERO.
               READ F-ARCHIVO-CONTEOS RECORD
                   KEY CNT-NUMERO
                   INVALID KEY
                       DISPLAY "ERROR AL ASENTAR LA TOMA"
                   NOT INVALID KEY
                       MOVE 'CONTEOS' TO WS-AUD-TABLA
                       MOVE CNT-NUMERO TO WS-AUD-LLAVE
                       MOVE REG-CONTEOS TO WS-AUD-ANTES
                       MOVE 'P' TO CNT-ESTADO
                       ACCEPT CNT-FECHA-ASIENTO FROM DATE YYYYMMDD
                       REWRITE REG-CONTEOS
                           INVALID KEY
                               DISPLAY "ERROR AL ASENTAR LA TOMA"
                       END-REWRITE
                       MOVE REG-CONTEOS TO WS-AUD-DESPUES
                       PERFORM 000-REGISTRA-AUDITORIA
                       MOVE REG-CONTEOS TO WS-ENT-CONTEOS
               END-READ.
           PERFORM 000-CIERRE-CONTEOS.
           MOVE ZERO TO WS-TOMA-ABIERTA.
           DISPLAY " ".
           DISPLAY "TOMA NRO. " WS-CNT-NUMERO " ASENTADA.".
       *>  -------------------------------------------------------------
       *>  REPORTE DE MERMA DE UNA TOMA YA ASENTADA, A ELEGIR (CERO ES
       *>  LA ÚLTIMA)
       *>  -------------------------------------------------------------
       003-MOSTRAR-MERMA.
           DISPLAY " ".
           DISPLAY "NRO. DE LA TOMA (0 = LA ÚLTIMA ASENTADA): "
               WITH NO ADVANCING.
           ACCEPT WS-CNT-NUMERO.
           IF WS-CNT-NUMERO = 0
               MOVE WS-TOMA-ULTIMA TO WS-CNT-NUMERO
           END-IF.

           PERFORM 000-LEE-TOMA.
           IF WS-ENCONTRADO = 0 OR WS-CNT-ESTADO NOT = 'P'
               DISPLAY " "
               DISPLAY "*** LA TOMA NO EXISTE O AÚN NO ESTÁ "
                   "ASENTADA ***"
           ELSE
               PERFORM 002-REPORTE-MERMA
           END-IF.
           MOVE ZERO TO WS-ENCONTRADO.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".
       *>  -------------------------------------------------------------
       *>  MERMA DE LA TOMA EN WS-ENT-CONTEOS, EN PANTALLA Y EN UN
       *>  ARCHIVO IMPRIMIBLE. POR INSUMO: CONSUMO TEÓRICO SEGÚN LAS
       *>  RECETAS, CONSUMO REAL (EL TEÓRICO MÁS LO QUE FALTÓ CONTRA
       *>  LA EXISTENCIA CONGELADA) Y LA MERMA EN UNIDADES Y AL COSTO
       *>  DEL INSUMO; UNA MERMA NEGATIVA ES UN SOBRANTE
       *>  -------------------------------------------------------------
       002-REPORTE-MERMA.
           MOVE 'MERMA' TO WS-PARAM-MODO.
           MOVE WS-CNT-FECHA TO WS-PARAM-FECHA1.
           MOVE "MERMA: CONSUMO TEORICO CONTRA CONSUMO REAL"
               TO WS-SPOOL-TITULO.
           PERFORM 000-ABRE-SPOOL-REPORTE.

           MOVE ZERO TO WS-TOMA-TOTAL-MERMA.
           MOVE ZERO TO WS-TOMA-TOTAL-TEORICO.

           MOVE SPACES TO WS-SPOOL-LINEA.
           STRING
               "TOMA NRO.: " DELIMITED BY SIZE
               WS-CNT-NUMERO DELIMITED BY SIZE
               "   CONTADA EL: " DELIMITED BY SIZE
               WS-CNT-FECHA DELIMITED BY SIZE
               "   VENTAS POSTERIORES AL: " DELIMITED BY SIZE
               WS-CNT-DESDE DELIMITED BY SIZE
               INTO WS-SPOOL-LINEA
           END-STRING.
           PERFORM 000-ESCRIBE-TOMA.
           IF WS-CNT-DESDE = ZERO
               MOVE "(PRIMERA TOMA: CONSUMO DE TODAS LAS VENTAS)"
                   TO WS-SPOOL-LINEA
               PERFORM 000-ESCRIBE-TOMA
           END-IF.

           PERFORM 000-INICIA-INSUMOS.
           PERFORM 000-INICIA-CONTEOS-LIN.
               MOVE WS-CNT-NUMERO TO CNL-CONTEO.
               MOVE SPACES TO CNL-INSUMO.
               MOVE 0 TO WS-FIN-CNT-LIN.
               START F-ARCHIVO-CONTEOS-LIN
                   KEY IS NOT LESS THAN CNL-CLAVE
                   INVALID KEY MOVE 1 TO WS-FIN-CNT-LIN
               END-START.
               PERFORM 004-MERMA-LINEA-TOMA
                   UNTIL WS-FIN-CNT-LIN = 1.
           PERFORM 000-CIERRE-CONTEOS-LIN.
           PERFORM 000-CIERRE-INSUMOS.

           MOVE ALL "-" TO WS-SPOOL-LINEA.
           PERFORM 000-ESCRIBE-TOMA.
           MOVE WS-TOMA-TOTAL-TEORICO TO WS-TOMA-MONTO-ED.
           MOVE SPACES TO WS-SPOOL-LINEA.
           STRING
               "COSTO DEL CONSUMO TEORICO: " DELIMITED BY SIZE
               WS-TOMA-MONTO-ED DELIMITED BY SIZE
               INTO WS-SPOOL-LINEA
           END-STRING.
           PERFORM 000-ESCRIBE-TOMA.
           MOVE WS-TOMA-TOTAL-MERMA TO WS-TOMA-MONTO-ED.
           MOVE SPACES TO WS-SPOOL-LINEA.
           STRING
               "COSTO TOTAL DE LA MERMA..: " DELIMITED BY SIZE
               WS-TOMA-MONTO-ED DELIMITED BY SIZE
               INTO WS-SPOOL-LINEA
           END-STRING.
           PERFORM 000-ESCRIBE-TOMA.

           PERFORM 000-CIERRE-SPOOL.
           DISPLAY " ".
           DISPLAY "REPORTE DE MERMA GUARDADO EN " WS-SPOOL-NOMBRE.

       004-MERMA-LINEA-TOMA.
           READ F-ARCHIVO-CONTEOS-LIN NEXT RECORD
               AT END
                   MOVE 1 TO WS-FIN-CNT-LIN
               NOT AT END
                   IF CNL-CONTEO NOT = WS-CNT-NUMERO
                       MOVE 1 TO WS-FIN-CNT-LIN
                   ELSE
                       PERFORM 005-IMPRIME-MERMA-INSUMO
                   END-IF
           END-READ.

       005-IMPRIME-MERMA-INSUMO.
           PERFORM 000-DATOS-INSUMO-TOMA.
           COMPUTE WS-TOMA-MERMA = CNL-TEORICO - CNL-CONTADO.
           COMPUTE WS-TOMA-REAL = CNL-CONSUMO + WS-TOMA-MERMA.
           COMPUTE WS-TOMA-MERMA-COSTO ROUNDED =
               WS-TOMA-MERMA * CNL-COSTO.
           COMPUTE WS-TOMA-CONSUMO-COSTO ROUNDED =
               CNL-CONSUMO * CNL-COSTO.
           ADD WS-TOMA-MERMA-COSTO TO WS-TOMA-TOTAL-MERMA.
           ADD WS-TOMA-CONSUMO-COSTO TO WS-TOMA-TOTAL-TEORICO.

           MOVE ALL "-" TO WS-SPOOL-LINEA.
           PERFORM 000-ESCRIBE-TOMA.
           MOVE SPACES TO WS-SPOOL-LINEA.
           STRING
               " -> " DELIMITED BY SIZE
               CNL-INSUMO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INS-DESCRIPCION DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               INS-UNIDAD DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO WS-SPOOL-LINEA
           END-STRING.
           IF CNL-CAPTURADO NOT = 'S'
               MOVE "NO CONTADO" TO WS-SPOOL-LINEA (100:)
           END-IF.
           PERFORM 000-ESCRIBE-TOMA.

           MOVE CNL-TEORICO TO WS-TOMA-TEO-ED.
           MOVE CNL-CONTADO TO WS-TOMA-CONT-ED.
           MOVE CNL-CONSUMO TO WS-TOMA-CONS-ED.
           MOVE WS-TOMA-REAL TO WS-TOMA-REAL-ED.
           MOVE SPACES TO WS-SPOOL-LINEA.
           STRING
               "    TEORICO: " DELIMITED BY SIZE
               WS-TOMA-TEO-ED DELIMITED BY SIZE
               " CONTADO: " DELIMITED BY SIZE
               WS-TOMA-CONT-ED DELIMITED BY SIZE
               " CONSUMO TEORICO: " DELIMITED BY SIZE
               WS-TOMA-CONS-ED DELIMITED BY SIZE
               " CONSUMO REAL: " DELIMITED BY SIZE
               WS-TOMA-REAL-ED DELIMITED BY SIZE
               INTO WS-SPOOL-LINEA
           END-STRING.
           PERFORM 000-ESCRIBE-TOMA.

           MOVE WS-TOMA-MERMA TO WS-TOMA-MERMA-ED.
           MOVE WS-TOMA-MERMA-COSTO TO WS-TOMA-MONTO-ED.
           MOVE SPACES TO WS-SPOOL-LINEA.
           STRING
               "    MERMA: " DELIMITED BY SIZE
               WS-TOMA-MERMA-ED DELIMITED BY SIZE
               " COSTO DE LA MERMA: " DELIMITED BY SIZE
               WS-TOMA-MONTO-ED DELIMITED BY SIZE
               INTO WS-SPOOL-LINEA
           END-STRING.
           PERFORM 000-ESCRIBE-TOMA.
       *>  -------------------------------------------------------------
       *>  MANTENIMIENTO DE LAS RECETAS: AGREGAR O QUITAR LA CANTIDAD
       *>  DE UN INSUMO EN LA RECETA DE UN PLATILLO, Y CONSULTARLA
       *>  -------------------------------------------------------------
       001-RECETAS.
           DISPLAY " ".
           DISPLAY "RECETAS DE PLATILLOS.".
           DISPLAY "--------------------------------------".
           DISPLAY "1. AGREGAR O CAMBIAR UN INSUMO DE LA RECETA.".
           DISPLAY "2. QUITAR UN INSUMO DE LA RECETA.".
           DISPLAY "3. VER LA RECETA DE UN PLATILLO.".
           DISPLAY " ".
           DISPLAY "OPCIÓN: " WITH NO ADVANCING.
           ACCEPT WS-REC-OPCION.

           PERFORM 000-INICIA-PLATILLOS.
           PERFORM 003-MOSTRAR-PLATILLOS.

           DISPLAY "INTRODUZCA EL CÓDIGO DEL PLATILLO "
               "SEGÚN LA LISTA: " WITH NO ADVANCING.
           ACCEPT WS-PLATILLOS-CODIGO.
           MOVE WS-PLATILLOS-CODIGO TO RP-CODIGO.

           READ F-ARCHIVO-PLATILLOS RECORD
               KEY RP-CODIGO
               INVALID KEY MOVE 1 TO WS-CONSULTA
               NOT INVALID KEY MOVE 0 TO WS-CONSULTA
           END-READ.
           PERFORM 000-CIERRE-PLATILLOS.

           IF WS-CONSULTA NOT = 0 THEN
               DISPLAY "EL CÓDIGO DE PLATILLO NO EXISTE EN LA "
                   "CARTA, INTENTE DE NUEVO Y ASEGURESE DE "
                   "VER LOS CÓDIGOS EN LA LISTA"
               MOVE ZERO TO WS-CONSULTA
           ELSE
               EVALUATE WS-REC-OPCION
                   WHEN 1 PERFORM 002-RECETA-AGREGA
                   WHEN 2 PERFORM 002-RECETA-QUITA
                   WHEN 3 PERFORM 003-MOSTRAR-RECETA
                   WHEN OTHER
                       DISPLAY " "
                       DISPLAY "OPCION INVÁLIDA"
               END-EVALUATE
           END-IF.
       *>  -------------------------------------------------------------
       *>  AGREGAR (O CAMBIAR LA CANTIDAD DE) UN INSUMO EN LA RECETA
       *>  DEL PLATILLO YA VALIDADO EN WS-PLATILLOS-CODIGO
       *>  -------------------------------------------------------------
       002-RECETA-AGREGA.
           PERFORM 000-INICIA-INSUMOS.
           PERFORM 003-MOSTRAR-INSUMOS.

           DISPLAY "INTRODUZCA EL CÓDIGO DEL INSUMO "
               "SEGÚN LA LISTA: " WITH NO ADVANCING.
           ACCEPT WS-INS-CODIGO.
           MOVE WS-INS-CODIGO TO INS-CODIGO.
           READ F-ARCHIVO-INSUMOS RECORD
               KEY INS-CODIGO
               INVALID KEY MOVE 1 TO WS-CONSULTA
               NOT INVALID KEY MOVE 0 TO WS-CONSULTA
           END-READ.
           PERFORM 000-CIERRE-INSUMOS.

           IF WS-CONSULTA NOT = 0 THEN
               DISPLAY "EL INSUMO NO EXISTE, REGÍSTRELO PRIMERO "
                   "EN MOVIMIENTOS DE INSUMOS"
               MOVE ZERO TO WS-CONSULTA
           ELSE
               DISPLAY "CANTIDAD POR UNIDAD DEL PLATILLO "
                   "(EJ. 0.25): " WITH NO ADVANCING
               ACCEPT WS-REC-CANTIDAD
               PERFORM UNTIL WS-REC-CANTIDAD > ZERO
                   DISPLAY "LA CANTIDAD DEBE SER MAYOR A CERO, "
                       "INTENTE DE NUEVO: " WITH NO ADVANCING
                   ACCEPT WS-REC-CANTIDAD
               END-PERFORM

               MOVE WS-PLATILLOS-CODIGO TO WS-REC-PLATILLO
               MOVE WS-INS-CODIGO TO WS-REC-INSUMO

               PERFORM 000-INICIA-RECETAS
               WRITE REG-RECETAS FROM WS-ENT-RECETAS
                   INVALID KEY
                       MOVE 'RECETAS' TO WS-AUD-TABLA
                       MOVE WS-REC-CLAVE TO WS-AUD-LLAVE
                       MOVE WS-REC-CLAVE TO REC-CLAVE
                       READ F-ARCHIVO-RECETAS RECORD KEY REC-CLAVE
                           INVALID KEY CONTINUE
                       END-READ
                       MOVE REG-RECETAS TO WS-AUD-ANTES
                       REWRITE REG-RECETAS FROM WS-ENT-RECETAS
                       END-REWRITE
                       MOVE REG-RECETAS TO WS-AUD-DESPUES
                       PERFORM 000-REGISTRA-AUDITORIA
               END-WRITE
               PERFORM 000-CIERRE-RECETAS
               DISPLAY "RECETA ACTUALIZADA EXITOSAMENTE... "
                   WITH NO ADVANCING
               STOP "ENTER PARA CONTINUAR"
           END-IF.
       *>  -------------------------------------------------------------
       *>  QUITAR UN INSUMO DE LA RECETA DEL PLATILLO
       *>  -------------------------------------------------------------
       002-RECETA-QUITA.
           DISPLAY "CÓDIGO DEL INSUMO A QUITAR: " WITH NO ADVANCING.
           ACCEPT WS-INS-CODIGO.

           PERFORM 000-INICIA-RECETAS.
               MOVE WS-PLATILLOS-CODIGO TO REC-PLATILLO.
               MOVE WS-INS-CODIGO TO REC-INSUMO.
               DELETE F-ARCHIVO-RECETAS RECORD
                   INVALID KEY
                       DISPLAY "EL INSUMO NO ESTÁ EN LA RECETA "
                           "DEL PLATILLO"
                   NOT INVALID KEY
                       DISPLAY "INSUMO QUITADO DE LA RECETA "
                           "EXITOSAMENTE..."
               END-DELETE.
           PERFORM 000-CIERRE-RECETAS.
           STOP "ENTER PARA CONTINUAR".
       *>  -------------------------------------------------------------
       *>  MOSTRAR LA RECETA COMPLETA DEL PLATILLO EN
       *>  WS-PLATILLOS-CODIGO, CON LA EXISTENCIA DE CADA INSUMO
       *>  -------------------------------------------------------------
       003-MOSTRAR-RECETA.
           DISPLAY " ".
           DISPLAY "RECETA DEL PLATILLO: " WS-PLATILLOS-CODIGO.

           MOVE 0 TO WS-ENCONTRADO.
           PERFORM 000-INICIA-RECETAS.
               MOVE WS-PLATILLOS-CODIGO TO REC-PLATILLO.
               MOVE SPACES TO REC-INSUMO.
               MOVE 0 TO WS-FIN-RECETAS.
               START F-ARCHIVO-RECETAS
                   KEY IS NOT LESS THAN REC-CLAVE
                   INVALID KEY MOVE 1 TO WS-FIN-RECETAS
               END-START.
               PERFORM 004-IMPRIME-LINEA-RECETA
                   UNTIL WS-FIN-RECETAS = 1.
           PERFORM 000-CIERRE-RECETAS.

           IF WS-ENCONTRADO = 0 THEN
               DISPLAY " "
               DISPLAY "*** EL PLATILLO NO TIENE RECETA "
                   "REGISTRADA ***"
           END-IF.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".

       004-IMPRIME-LINEA-RECETA.
           READ F-ARCHIVO-RECETAS NEXT RECORD
               AT END
                   MOVE 1 TO WS-FIN-RECETAS
               NOT AT END
                   IF REC-PLATILLO NOT = WS-PLATILLOS-CODIGO
                       MOVE 1 TO WS-FIN-RECETAS
                   ELSE
                       MOVE SPACES TO WS-INS-DESCRIPCION
                       MOVE SPACES TO WS-INS-UNIDAD
                       PERFORM 000-INICIA-INSUMOS
                       MOVE REC-INSUMO TO INS-CODIGO
                       READ F-ARCHIVO-INSUMOS RECORD
                           KEY INS-CODIGO
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE INS-DESCRIPCION TO
                                   WS-INS-DESCRIPCION
                               MOVE INS-UNIDAD TO WS-INS-UNIDAD
                       END-READ
                       PERFORM 000-CIERRE-INSUMOS
                       DISPLAY " - " REC-INSUMO " "
                           WS-INS-DESCRIPCION " x" REC-CANTIDAD
                           " " WS-INS-UNIDAD
                       MOVE 1 TO WS-ENCONTRADO
                   END-IF
           END-READ.
       *>  -------------------------------------------------------------
       *>  MANTENIMIENTO DEL INVENTARIO POR PLATILLO TERMINADO; SE
       *>  CONSERVA SÓLO PARA LOS PLATILLOS QUE NO TIENEN RECETA
       *>  -------------------------------------------------------------
       001-INVENTARIO-PLATILLO.
           DISPLAY " ".
           DISPLAY "INVENTARIO DE PLATILLOS.".
           DISPLAY "--------------------------------------".
           DISPLAY " ".

           PERFORM 000-INICIA-PLATILLOS.
           PERFORM 003-MOSTRAR-PLATILLOS.

           DISPLAY "INTRODUZCA EL CÓDIGO DEL PLATILLO "
               "SEGÚN LA LISTA: " WITH NO ADVANCING.
           ACCEPT WS-PLATILLOS-CODIGO.
           MOVE WS-PLATILLOS-CODIGO TO RP-CODIGO.

           READ F-ARCHIVO-PLATILLOS RECORD
               KEY RP-CODIGO
               INVALID KEY MOVE 1 TO WS-CONSULTA
               NOT INVALID KEY MOVE 0 TO WS-CONSULTA
           END-READ.
           PERFORM 000-CIERRE-PLATILLOS.

           IF WS-CONSULTA NOT = 0 THEN
               DISPLAY "EL CÓDIGO DE PLATILLO NO EXISTE EN LA "
                   "CARTA, INTENTE DE NUEVO Y ASEGURESE DE "
                   "VER LOS CÓDIGOS EN LA LISTA"
               MOVE ZERO TO WS-CONSULTA
           ELSE
               PERFORM 000-INICIA-INVENTARIO
               MOVE WS-PLATILLOS-CODIGO TO INV-CODIGO
               READ F-ARCHIVO-INVENTARIO RECORD
                   KEY INV-CODIGO
                   INVALID KEY
                       MOVE WS-PLATILLOS-CODIGO TO WS-INV-CODIGO
                       MOVE ZERO TO WS-INV-EXISTENCIA
                       MOVE ZERO TO WS-INV-MINIMO
                       WRITE REG-INVENTARIO FROM WS-ENT-INVENTARIO
                           INVALID KEY
                               DISPLAY "ERROR AL CREAR EL REGISTRO "
                                   "DE INVENTARIO"
                       END-WRITE
                       MOVE WS-ENT-INVENTARIO TO REG-INVENTARIO
               END-READ

               DISPLAY " "
               DISPLAY "PLATILLO: " RP-DESCRIPCION
               DISPLAY "EXISTENCIA ACTUAL: " INV-EXISTENCIA
                   " | MÍNIMO: " INV-MINIMO
               DISPLAY " "
               DISPLAY "1. RECIBIR EXISTENCIA (SUMA AL CONTEO)."
               DISPLAY "2. AJUSTAR CONTEO (FIJA LA EXISTENCIA)."
               DISPLAY "3. FIJAR NIVEL MÍNIMO."
               DISPLAY "MOVIMIENTO (1, 2 o 3): " WITH NO ADVANCING
               ACCEPT WS-INV-MOVIMIENTO
               DISPLAY "CANTIDAD: " WITH NO ADVANCING
               ACCEPT WS-INV-CANTIDAD

               MOVE 'INVENTARIO' TO WS-AUD-TABLA
               MOVE INV-CODIGO TO WS-AUD-LLAVE
               MOVE REG-INVENTARIO TO WS-AUD-ANTES
               EVALUATE WS-INV-MOVIMIENTO
                   WHEN 1 ADD WS-INV-CANTIDAD TO INV-EXISTENCIA
                   WHEN 2 MOVE WS-INV-CANTIDAD TO INV-EXISTENCIA
                   WHEN 3 MOVE WS-INV-CANTIDAD TO INV-MINIMO
                   WHEN OTHER
                       DISPLAY "MOVIMIENTO INVÁLIDO, NO SE "
                           "ACTUALIZÓ EL INVENTARIO"
               END-EVALUATE
               IF WS-INV-MOVIMIENTO >= 1 AND WS-INV-MOVIMIENTO <= 3
                   REWRITE REG-INVENTARIO
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR EL "
                               "INVENTARIO"
                   END-REWRITE
                   MOVE REG-INVENTARIO TO WS-AUD-DESPUES
                   PERFORM 000-REGISTRA-AUDITORIA
                   DISPLAY "INVENTARIO ACTUALIZADO EXITOSAMENTE... "
                       WITH NO ADVANCING
               END-IF
               PERFORM 000-CIERRE-INVENTARIO
               STOP "ENTER PARA CONTINUAR"
           END-IF.
       *>  -------------------------------------------------------------
       *>  PANTALLA DE COCINA: COLA DE PREPARACIÓN POR ESTACIÓN,
       *>  AVANCE DE ESTADO POR EL COCINERO Y VISTA DE LISTOS PARA
       *>  QUE EL PISO RETIRE LOS PLATOS
       *>  -------------------------------------------------------------
       001-COCINA.
           DISPLAY " ".
           DISPLAY "COCINA: COLA DE PREPARACIÓN.".
           DISPLAY "--------------------------------------".
           DISPLAY "1. PENDIENTES POR ESTACIÓN.".
           DISPLAY "2. AVANZAR ESTADO DE UN PEDIDO.".
           DISPLAY "3. LISTOS PARA SERVIR (PISO).".
           DISPLAY " ".
           DISPLAY "OPCIÓN: " WITH NO ADVANCING.
           ACCEPT WS-COCINA-OPCION.

           EVALUATE WS-COCINA-OPCION
               WHEN 1 PERFORM 003-MOSTRAR-COLA-ESTACION
               WHEN 2 PERFORM 001-AVANZA-COCINA
               WHEN 3 PERFORM 003-MOSTRAR-LISTOS
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY "OPCION INVÁLIDA"
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  LISTAR LOS PEDIDOS PENDIENTES O EN PREPARACIÓN DE UNA
       *>  ESTACIÓN, EN ORDEN DE LLEGADA DE LAS COMANDAS
       *>  -------------------------------------------------------------
       003-MOSTRAR-COLA-ESTACION.
           DISPLAY " ".
           DISPLAY "ESTACIONES: BARRA, PARRILLA, COCINA.".
           DISPLAY "INTRODUZCA LA ESTACIÓN: " WITH NO ADVANCING.
           ACCEPT WS-COCINA-ESTACION.

           PERFORM 000-INICIA-COCINA.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-COCINA.

           MOVE 0 TO WS-ENCONTRADO.
           DISPLAY " ".
           DISPLAY "PENDIENTES EN LA ESTACIÓN: " WS-COCINA-ESTACION.

           PERFORM 004-IMPRIME-COLA-ESTACION UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-COCINA.

           IF WS-ENCONTRADO = 0 THEN
               DISPLAY " "
               DISPLAY "*** NO HAY PEDIDOS PENDIENTES EN LA "
                   "ESTACIÓN ***"
           END-IF.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".

       004-LEE-SIG-COCINA.
           READ F-ARCHIVO-COCINA NEXT RECORD
               AT END MOVE 1 TO WS-FIN-ARCHIVO.

       004-IMPRIME-COLA-ESTACION.
           IF  KOC-ESTACION = WS-COCINA-ESTACION AND
               (KOC-ESTADO = 'P' OR KOC-ESTADO = 'E')
               THEN
                   DISPLAY "------------------------------------------"
                   DISPLAY "-> PEDIDO NRO. " KOC-NUMERO
                       " | COMANDA NRO. " KOC-COMANDA
                   DISPLAY " - MESA: " KOC-MESA
                   DISPLAY " - " KOC-DESCRIPCION " x" KOC-CANTIDAD
                   IF KOC-ESTADO = 'P'
                       DISPLAY " - ESTADO: PENDIENTE"
                   ELSE
                       DISPLAY " - ESTADO: EN PREPARACIÓN"
                   END-IF
                   MOVE 1 TO WS-ENCONTRADO
           END-IF.

           PERFORM 004-LEE-SIG-COCINA.
       *>  -------------------------------------------------------------
       *>  AVANZAR EL ESTADO DE PREPARACIÓN DE UN PEDIDO EN LA COLA:
       *>  PENDIENTE -> EN PREPARACIÓN -> LISTO -> SERVIDO
       *>  -------------------------------------------------------------
       001-AVANZA-COCINA.
           DISPLAY " ".
           DISPLAY "NÚMERO DEL PEDIDO A AVANZAR: " WITH NO ADVANCING.
           ACCEPT WS-COCINA-NUMERO.

           PERFORM 000-INICIA-COCINA.
               MOVE WS-COCINA-NUMERO TO KOC-NUMERO.
               READ F-ARCHIVO-COCINA RECORD
                   KEY KOC-NUMERO
                   INVALID KEY
                       DISPLAY "EL PEDIDO NO ESTÁ EN LA COLA DE "
                           "COCINA."
                   NOT INVALID KEY
                       IF KOC-ESTADO = 'S' THEN
                           DISPLAY "EL PEDIDO YA FUE SERVIDO."
                       ELSE
                           MOVE 'COCINA' TO WS-AUD-TABLA
                           MOVE KOC-NUMERO TO WS-AUD-LLAVE
                           MOVE REG-COCINA TO WS-AUD-ANTES
       *>                  CADA CAMBIO DE ESTADO QUEDA CON SU HORA,
       *>                  PARA EL REPORTE DE TIEMPOS POR ESTACIÓN
                           EVALUATE KOC-ESTADO
                               WHEN 'P'
                                   MOVE 'E' TO KOC-ESTADO
                                   ACCEPT KOC-HORA-E FROM TIME
                                   DISPLAY "PEDIDO EN PREPARACIÓN."
                               WHEN 'E'
                                   MOVE 'L' TO KOC-ESTADO
                                   ACCEPT KOC-HORA-L FROM TIME
                                   DISPLAY "PEDIDO LISTO PARA SERVIR."
                               WHEN 'L'
                                   MOVE 'S' TO KOC-ESTADO
                                   ACCEPT KOC-HORA-S FROM TIME
                                   DISPLAY "PEDIDO SERVIDO."
                           END-EVALUATE
                           REWRITE REG-COCINA
                               INVALID KEY
                                   DISPLAY "ERROR AL ACTUALIZAR LA "
                                       "COLA DE COCINA"
                           END-REWRITE
                           MOVE REG-COCINA TO WS-AUD-DESPUES
                           PERFORM 000-REGISTRA-AUDITORIA
                       END-IF
               END-READ.
           PERFORM 000-CIERRE-COCINA.
           STOP "ENTER PARA CONTINUAR".
       *>  -------------------------------------------------------------
       *>  VISTA DEL PISO: PEDIDOS LISTOS EN LA VENTANA DE COCINA
       *>  QUE AÚN NO HAN SIDO RETIRADOS
       *>  -------------------------------------------------------------
       003-MOSTRAR-LISTOS.
           PERFORM 000-INICIA-COCINA.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-COCINA.

           MOVE 0 TO WS-ENCONTRADO.
           DISPLAY " ".
           DISPLAY "PEDIDOS LISTOS PARA SERVIR: ".

           PERFORM 004-IMPRIME-LISTO UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-COCINA.

           IF WS-ENCONTRADO = 0 THEN
               DISPLAY " "
               DISPLAY "*** NO HAY PEDIDOS LISTOS EN LA VENTANA ***"
           END-IF.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".

       004-IMPRIME-LISTO.
           IF KOC-ESTADO = 'L' THEN
               DISPLAY "------------------------------------------"
               DISPLAY "-> PEDIDO NRO. " KOC-NUMERO
                   " | COMANDA NRO. " KOC-COMANDA
               DISPLAY " - MESA: " KOC-MESA
                   " | ESTACIÓN: " KOC-ESTACION
               DISPLAY " - " KOC-DESCRIPCION " x" KOC-CANTIDAD
               MOVE 1 TO WS-ENCONTRADO
           END-IF.

           PERFORM 004-LEE-SIG-COCINA.
       *>  -------------------------------------------------------------
       *>  REGISTRO Y/O ACTUALIZACIÓN DE LOS PARÁMETROS FISCALES:
       *>  TASA DE IVA, PORCENTAJE DE SERVICIO Y DATOS FISCALES DEL
       *>  RESTAURANTE PARA EL ENCABEZADO DE LAS FACTURAS
       *>  -------------------------------------------------------------
       001-PARAMETROS.
           DISPLAY " ".
           DISPLAY "REGISTRO Y/0 ACTUALIZACIÓN DE PARÁMETROS.".
           DISPLAY "--------------------------------------".
           DISPLAY " ".

           PERFORM 000-LEE-PARAMETROS.
           DISPLAY "VALORES ACTUALES: ".
           DISPLAY " - IVA: " WS-PRM-IVA-PORC
               " % | SERVICIO: " WS-PRM-SERVICIO-PORC " %".
           DISPLAY " - RAZÓN SOCIAL: " WS-PRM-RAZON-SOCIAL.
           DISPLAY " - RIF: " WS-PRM-RIF.
           DISPLAY " - CARGO DELIVERY: " WS-PRM-DELIVERY-MONTO.
           DISPLAY " - IGTF SOBRE PAGOS EN DIVISAS: " WS-PRM-IGTF-PORC
               " %".
           DISPLAY " - PROPINAS: COCINA " WS-PRM-PROPINA-COCINA
               " % | MÉTODO DE REPARTO: " WS-PRM-PROPINA-METODO.
           DISPLAY " ".

           DISPLAY "TASA DE IVA (EJ. 16.00): " WITH NO ADVANCING.
           ACCEPT WS-PRM-IVA-PORC.
           DISPLAY "PORCENTAJE DE SERVICIO (EJ. 10.00): "
               WITH NO ADVANCING.
           ACCEPT WS-PRM-SERVICIO-PORC.
           DISPLAY "RAZÓN SOCIAL DEL RESTAURANTE: "
               WITH NO ADVANCING.
           ACCEPT WS-PRM-RAZON-SOCIAL.
           DISPLAY "RIF: " WITH NO ADVANCING.
           ACCEPT WS-PRM-RIF.
           DISPLAY "DIRECCIÓN FISCAL: " WITH NO ADVANCING.
           ACCEPT WS-PRM-DIRECCION.
           DISPLAY "CARGO FIJO DE DELIVERY (EJ. 5.00): "
               WITH NO ADVANCING.
           ACCEPT WS-PRM-DELIVERY-MONTO.
           DISPLAY "PORCENTAJE DE IGTF SOBRE PAGOS EN DIVISAS "
               "(EJ. 3.00): " WITH NO ADVANCING.
           ACCEPT WS-PRM-IGTF-PORC.
           DISPLAY "PORCENTAJE DE LAS PROPINAS PARA LA COCINA "
               "(EJ. 20.00): " WITH NO ADVANCING.
           ACCEPT WS-PRM-PROPINA-COCINA.
           DISPLAY "REPARTO ENTRE MESEROS (C = POR PROPINAS DE SUS "
               "COMANDAS, P = POR PUNTOS): " WITH NO ADVANCING.
           ACCEPT WS-PRM-PROPINA-METODO.
           PERFORM UNTIL WS-PRM-PROPINA-METODO = 'C'
               OR WS-PRM-PROPINA-METODO = 'P'
               DISPLAY "EL MÉTODO DEBE SER C o P, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-PRM-PROPINA-METODO
           END-PERFORM.

           MOVE 'GENERAL' TO WS-PRM-CODIGO.
           PERFORM 000-INICIA-PARAMETROS.
           WRITE REG-PARAMETROS FROM WS-ENT-PARAMETROS
                INVALID KEY
                    MOVE 'PARAMETROS' TO WS-AUD-TABLA
                    MOVE PRM-CODIGO TO WS-AUD-LLAVE
                    READ F-ARCHIVO-PARAMETROS RECORD KEY PRM-CODIGO
                        INVALID KEY CONTINUE
                    END-READ
                    MOVE REG-PARAMETROS TO WS-AUD-ANTES
                    REWRITE REG-PARAMETROS FROM WS-ENT-PARAMETROS
                    END-REWRITE
                    MOVE REG-PARAMETROS TO WS-AUD-DESPUES
                    PERFORM 000-REGISTRA-AUDITORIA
           END-WRITE.
           PERFORM 000-CIERRE-PARAMETROS.
           DISPLAY "PARÁMETROS REGISTRADOS EXITOSAMENTE... "
               WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".
       *>  -------------------------------------------------------------
       *>  TASA DE CAMBIO: REGISTRO DE LA TASA DEL DÍA (BS POR USD),
       *>  QUE QUEDA GUARDADA CON SU FECHA COMO HISTÓRICO, Y CONSULTA
       *>  DE LAS TASAS REGISTRADAS
       *>  -------------------------------------------------------------
       001-TASAS.
           DISPLAY " ".
           DISPLAY "TASA DE CAMBIO DEL DÍA.".
           DISPLAY "--------------------------------------".
           DISPLAY "1. REGISTRAR/CORREGIR LA TASA DE HOY.".
           DISPLAY "2. HISTORIAL DE TASAS.".
           DISPLAY " ".
           DISPLAY "OPCIÓN: " WITH NO ADVANCING.
           ACCEPT WS-TAS-OPCION.

           EVALUATE WS-TAS-OPCION
               WHEN 1 PERFORM 002-TASA-REGISTRA
               WHEN 2 PERFORM 003-MOSTRAR-TASAS
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY "OPCION INVÁLIDA"
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  REGISTRAR LA TASA DE HOY; SI YA EXISTE SE CORRIGE Y EL
       *>  CAMBIO QUEDA EN LA BITÁCORA DE AUDITORÍA
       *>  -------------------------------------------------------------
       002-TASA-REGISTRA.
           PERFORM 000-LEE-TASA-HOY.
           IF WS-DIV-TASA-HALLADA = 1
               DISPLAY "TASA YA REGISTRADA PARA HOY: " WS-DIV-TASA
           END-IF.
           DISPLAY "TASA DEL DÍA EN BS POR USD (EJ. 36.5000): "
               WITH NO ADVANCING.
           ACCEPT WS-TAS-VALOR.
           PERFORM UNTIL WS-TAS-VALOR > ZERO
               DISPLAY "LA TASA DEBE SER MAYOR A CERO, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-TAS-VALOR
           END-PERFORM.
           ACCEPT WS-TAS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-TAS-HORA FROM TIME.
           MOVE WS-USUARIO-ACTUAL TO WS-TAS-USUARIO.

           PERFORM 000-INICIA-TASAS.
           WRITE REG-TASAS FROM WS-ENT-TASAS
                INVALID KEY
                    MOVE 'TASAS' TO WS-AUD-TABLA
                    MOVE TAS-FECHA TO WS-AUD-LLAVE
                    READ F-ARCHIVO-TASAS RECORD KEY TAS-FECHA
                        INVALID KEY CONTINUE
                    END-READ
                    MOVE REG-TASAS TO WS-AUD-ANTES
                    REWRITE REG-TASAS FROM WS-ENT-TASAS
                    END-REWRITE
                    MOVE REG-TASAS TO WS-AUD-DESPUES
                    PERFORM 000-REGISTRA-AUDITORIA
           END-WRITE.
           PERFORM 000-CIERRE-TASAS.
           DISPLAY "TASA REGISTRADA EXITOSAMENTE... "
               WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".
       *>  -------------------------------------------------------------
       *>  LISTAR EL HISTÓRICO DE TASAS REGISTRADAS, POR FECHA
       *>  -------------------------------------------------------------
       003-MOSTRAR-TASAS.
           MOVE 0 TO WS-ENCONTRADO.
           DISPLAY " ".
           DISPLAY "HISTORIAL DE TASAS DE CAMBIO (BS/USD): ".
           PERFORM 000-INICIA-TASAS.
           MOVE 0 TO WS-FIN-TASAS.
           PERFORM 004-LEE-SIG-TASA.
           PERFORM 004-IMPRIME-TASA UNTIL WS-FIN-TASAS = 1.
           PERFORM 000-CIERRE-TASAS.

           IF WS-ENCONTRADO = 0 THEN
               DISPLAY " "
               DISPLAY "*** NO HAY TASAS REGISTRADAS ***"
           END-IF.
           DISPLAY " ".
           MOVE ZERO TO WS-ENCONTRADO.
           STOP "ENTER PARA CONTINUAR".

       004-LEE-SIG-TASA.
           READ F-ARCHIVO-TASAS NEXT RECORD
               AT END MOVE 1 TO WS-FIN-TASAS.

       004-IMPRIME-TASA.
           DISPLAY " - " TAS-FECHA ": " TAS-VALOR
               " (" TAS-USUARIO ")".
           MOVE 1 TO WS-ENCONTRADO.
           PERFORM 004-LEE-SIG-TASA.
       *>  -------------------------------------------------------------
       *>  LEER LA TASA DE CAMBIO DE HOY A WS-DIV-TASA
       *>  (WS-DIV-TASA-HALLADA = 0 Y TASA EN CERO SI NO SE REGISTRÓ)
       *>  -------------------------------------------------------------
       000-LEE-TASA-HOY.
           MOVE 0 TO WS-DIV-TASA-HALLADA.
           MOVE ZERO TO WS-DIV-TASA.
           PERFORM 000-INICIA-TASAS.
               ACCEPT TAS-FECHA FROM DATE YYYYMMDD.
               READ F-ARCHIVO-TASAS RECORD
                   KEY TAS-FECHA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE TAS-VALOR TO WS-DIV-TASA
                       MOVE 1 TO WS-DIV-TASA-HALLADA
               END-READ.
           PERFORM 000-CIERRE-TASAS.
       *>  -------------------------------------------------------------
       *>  LIBRO DE VENTAS MENSUAL (FACTURAS Y NOTAS DE CRÉDITO) CON
       *>  SU EXPORTACIÓN PARA EL CONTADOR, Y CIERRE DE LOS MESES
       *>  FISCALES
       *>  -------------------------------------------------------------
       001-LIBRO-VENTAS.
           DISPLAY " ".
           DISPLAY "LIBRO DE VENTAS Y CIERRE FISCAL.".
           DISPLAY "--------------------------------------".
           DISPLAY "1. LIBRO DE VENTAS DE UN MES (Y EXPORTACIÓN).".
           DISPLAY "2. CERRAR UN MES FISCAL.".
           DISPLAY "3. MESES FISCALES CERRADOS.".
           DISPLAY " ".
           DISPLAY "OPCIÓN: " WITH NO ADVANCING.
           ACCEPT WS-LIB-OPCION.

           EVALUATE WS-LIB-OPCION
               WHEN 1 PERFORM 003-LIBRO-VENTAS
               WHEN 2 PERFORM 002-CIERRA-PERIODO
               WHEN 3 PERFORM 003-MOSTRAR-PERIODOS
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY "OPCION INVÁLIDA"
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  PEDIR EL MES Y EL AÑO DEL LIBRO (WS-LIB-PERIODO = AAAAMM)
       *>  -------------------------------------------------------------
       002-PIDE-PERIODO.
           DISPLAY "MES (1 A 12): " WITH NO ADVANCING.
           ACCEPT WS-LIB-MES.
           PERFORM UNTIL WS-LIB-MES >= 1 AND WS-LIB-MES <= 12
               DISPLAY "EL MES DEBE ESTAR ENTRE 1 Y 12, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-LIB-MES
           END-PERFORM.
           DISPLAY "AÑO (AAAA): " WITH NO ADVANCING.
           ACCEPT WS-LIB-ANNO.
           PERFORM UNTIL WS-LIB-ANNO >= 2000
               DISPLAY "AÑO INVÁLIDO, INTENTE DE NUEVO: "
                   WITH NO ADVANCING
               ACCEPT WS-LIB-ANNO
           END-PERFORM.
           COMPUTE WS-LIB-PERIODO = WS-LIB-ANNO * 100 + WS-LIB-MES.
       *>  -------------------------------------------------------------
       *>  VER SI EL MES FISCAL WS-LIB-PERIODO ESTÁ CERRADO
       *>  (WS-LIB-CERRADO = 1)
       *>  -------------------------------------------------------------
       000-PERIODO-CERRADO.
           MOVE 0 TO WS-LIB-CERRADO.
           PERFORM 000-INICIA-PERIODOS.
               MOVE WS-LIB-PERIODO TO PER-PERIODO.
               READ F-ARCHIVO-PERIODOS RECORD
                   KEY PER-PERIODO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PER-ESTADO = 'C'
                           MOVE 1 TO WS-LIB-CERRADO
                       END-IF
               END-READ.
           PERFORM 000-CIERRE-PERIODOS.
       *>  -------------------------------------------------------------
       *>  LIBRO DE VENTAS DE UN MES EN PANTALLA Y EN EL ARCHIVO PARA
       *>  EL CONTADOR, SEGUIDO DEL CONTROL DE LA NUMERACIÓN
       *>  -------------------------------------------------------------
       003-LIBRO-VENTAS.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "LIBRO DE VENTAS DEL MES: ".
           DISPLAY "********************************".
           PERFORM 002-PIDE-PERIODO.
           PERFORM 000-PERIODO-CERRADO.
           MOVE 1 TO WS-LIB-MUESTRA.
           PERFORM 002-ARMA-LIBRO.
           PERFORM 002-CONTROL-NUMERACION.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".
       *>  -------------------------------------------------------------
       *>  RECORRER LAS FACTURAS Y LAS NOTAS DE CRÉDITO DEL MES
       *>  WS-LIB-PERIODO Y TOTALIZARLAS; CON WS-LIB-MUESTRA = 1 CADA
       *>  DOCUMENTO SE MUESTRA Y SE ESCRIBE EN LA EXPORTACIÓN, CON
       *>  CERO SÓLO SE CALCULAN LOS TOTALES (CIERRE DEL MES)
       *>  -------------------------------------------------------------
       002-ARMA-LIBRO.
           MOVE ZERO TO WS-LIB-FAC-CANT.
           MOVE ZERO TO WS-LIB-FAC-BASE.
           MOVE ZERO TO WS-LIB-FAC-IVA.
           MOVE ZERO TO WS-LIB-FAC-TOTAL.
           MOVE ZERO TO WS-LIB-NC-CANT.
           MOVE ZERO TO WS-LIB-NC-BASE.
           MOVE ZERO TO WS-LIB-NC-IVA.
           MOVE ZERO TO WS-LIB-NC-TOTAL.

           IF WS-LIB-MUESTRA = 1
               MOVE SPACES TO WS-LIB-NOMBRE
               STRING
                   "LIBRO_VENTAS_" DELIMITED BY SIZE
                   WS-LIB-PERIODO DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
                   INTO WS-LIB-NOMBRE
               END-STRING
               PERFORM 000-INICIA-LIBRO
               DISPLAY " "
               DISPLAY "LIBRO DE VENTAS DE " WS-LIB-MES "/" WS-LIB-ANNO
               IF WS-LIB-CERRADO = 1
                   DISPLAY "(MES FISCAL CERRADO)"
               END-IF
               DISPLAY "--------------------------------------------"
                   "--------------------------"
           END-IF.

           PERFORM 000-INICIA-FACTURAS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-FACTURA.
           PERFORM 004-LIBRO-FACTURA UNTIL WS-FIN-ARCHIVO = 1.

       *>  LAS NOTAS TOMAN EL RIF, LA ALÍCUOTA Y LA PROPORCIÓN DE BASE
       *>  E IVA DE LA FACTURA QUE AFECTAN
           PERFORM 000-INICIA-NOTAS-CRED.
           MOVE 0 TO WS-FIN-NOTAS.
           PERFORM 004-LEE-SIG-NOTA.
           PERFORM 004-LIBRO-NOTA UNTIL WS-FIN-NOTAS = 1.
           PERFORM 000-CIERRE-NOTAS-CRED.
           PERFORM 000-CIERRE-FACTURAS.

           COMPUTE WS-LIB-NETO-BASE = WS-LIB-FAC-BASE - WS-LIB-NC-BASE.
           COMPUTE WS-LIB-NETO-IVA = WS-LIB-FAC-IVA - WS-LIB-NC-IVA.
           COMPUTE WS-LIB-NETO-TOTAL =
               WS-LIB-FAC-TOTAL - WS-LIB-NC-TOTAL.

           IF WS-LIB-MUESTRA = 1
               PERFORM 000-CIERRE-LIBRO
               PERFORM 003-TOTALES-LIBRO
               DISPLAY " "
               DISPLAY "LIBRO EXPORTADO AL ARCHIVO " WS-LIB-NOMBRE
           END-IF.

       004-LIBRO-FACTURA.
           DIVIDE FAC-FECHA BY 100 GIVING WS-LIB-DOC-PERIODO.
           IF WS-LIB-DOC-PERIODO = WS-LIB-PERIODO
               ADD 1 TO WS-LIB-FAC-CANT
               ADD FAC-BASE TO WS-LIB-FAC-BASE
               ADD FAC-IVA-MONTO TO WS-LIB-FAC-IVA
               ADD FAC-TOTAL TO WS-LIB-FAC-TOTAL
               IF WS-LIB-MUESTRA = 1
                   MOVE 'FAC' TO WS-LIB-DOC-TIPO
                   MOVE FAC-NUMERO TO WS-LIB-DOC-NUMERO
                   MOVE FAC-FECHA TO WS-LIB-DOC-FECHA
                   MOVE FAC-RIF TO WS-LIB-DOC-RIF
                   MOVE FAC-CLIENTE TO WS-LIB-DOC-NOMBRE
                   MOVE SPACES TO WS-LIB-DOC-AFECTA
                   MOVE FAC-BASE TO WS-LIB-DOC-BASE
                   MOVE FAC-IVA-PORC TO WS-LIB-DOC-PORC
                   MOVE FAC-IVA-MONTO TO WS-LIB-DOC-IVA
                   MOVE FAC-TOTAL TO WS-LIB-DOC-TOTAL
                   MOVE 1 TO WS-LIB-SIGNO
                   PERFORM 005-LIBRO-LINEA
               END-IF
           END-IF.
           PERFORM 004-LEE-SIG-FACTURA.

       004-LIBRO-NOTA.
           DIVIDE NCR-FECHA BY 100 GIVING WS-LIB-DOC-PERIODO.
           IF WS-LIB-DOC-PERIODO = WS-LIB-PERIODO
               MOVE NCR-MONTO TO WS-LIB-DOC-TOTAL
               MOVE NCR-MONTO TO WS-LIB-DOC-BASE
               MOVE ZERO TO WS-LIB-DOC-IVA
               MOVE ZERO TO WS-LIB-DOC-PORC
               MOVE SPACES TO WS-LIB-DOC-RIF
               MOVE NCR-FACTURA TO FAC-NUMERO
               READ F-ARCHIVO-FACTURAS RECORD
                   KEY FAC-NUMERO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE FAC-RIF TO WS-LIB-DOC-RIF
                       MOVE FAC-IVA-PORC TO WS-LIB-DOC-PORC
                       IF FAC-TOTAL > ZERO
                           COMPUTE WS-LIB-DOC-BASE ROUNDED =
                               NCR-MONTO * FAC-BASE / FAC-TOTAL
                           COMPUTE WS-LIB-DOC-IVA ROUNDED =
                               NCR-MONTO * FAC-IVA-MONTO / FAC-TOTAL
                       END-IF
               END-READ
               ADD 1 TO WS-LIB-NC-CANT
               ADD WS-LIB-DOC-BASE TO WS-LIB-NC-BASE
               ADD WS-LIB-DOC-IVA TO WS-LIB-NC-IVA
               ADD WS-LIB-DOC-TOTAL TO WS-LIB-NC-TOTAL
               IF WS-LIB-MUESTRA = 1
                   MOVE 'NC' TO WS-LIB-DOC-TIPO
                   MOVE NCR-NUMERO TO WS-LIB-DOC-NUMERO
                   MOVE NCR-FECHA TO WS-LIB-DOC-FECHA
                   MOVE NCR-CLIENTE TO WS-LIB-DOC-NOMBRE
                   MOVE NCR-FACTURA TO WS-LIB-DOC-AFECTA
                   MOVE -1 TO WS-LIB-SIGNO
                   PERFORM 005-LIBRO-LINEA
               END-IF
           END-IF.
           PERFORM 004-LEE-SIG-NOTA.

       *>  UNA LÍNEA DEL LIBRO EN PANTALLA Y EN LA EXPORTACIÓN
       005-LIBRO-LINEA.
           MOVE WS-LIB-DOC-FECHA TO WS-LIB-FECHA.
           COMPUTE WS-LIB-BASE-ED = WS-LIB-DOC-BASE * WS-LIB-SIGNO.
           COMPUTE WS-LIB-IVA-ED = WS-LIB-DOC-IVA * WS-LIB-SIGNO.
           COMPUTE WS-LIB-TOTAL-ED = WS-LIB-DOC-TOTAL * WS-LIB-SIGNO.
           MOVE WS-LIB-DOC-PORC TO WS-LIB-PORC-ED.

           DISPLAY WS-LIB-F-DIA "/" WS-LIB-F-MES "/" WS-LIB-F-ANNO
               " " WS-LIB-DOC-TIPO " " WS-LIB-DOC-NUMERO
               " RIF: " WS-LIB-DOC-RIF " " WS-LIB-DOC-NOMBRE (1:25).
           IF WS-LIB-DOC-TIPO = 'NC'
               DISPLAY "    BASE: " WS-LIB-BASE-ED
                   " IVA " WS-LIB-PORC-ED "%: " WS-LIB-IVA-ED
                   " TOTAL: " WS-LIB-TOTAL-ED
                   " AFECTA FACT.: " WS-LIB-DOC-AFECTA
           ELSE
               DISPLAY "    BASE: " WS-LIB-BASE-ED
                   " IVA " WS-LIB-PORC-ED "%: " WS-LIB-IVA-ED
                   " TOTAL: " WS-LIB-TOTAL-ED
           END-IF.

           MOVE SPACES TO REG-LIBRO.
           STRING
               WS-LIB-F-DIA        DELIMITED BY SIZE "/"
               WS-LIB-F-MES        DELIMITED BY SIZE "/"
               WS-LIB-F-ANNO       DELIMITED BY SIZE ";"
               WS-LIB-DOC-RIF      DELIMITED BY SPACE ";"
               WS-LIB-DOC-NOMBRE   DELIMITED BY "  " ";"
               WS-LIB-DOC-TIPO     DELIMITED BY SPACE ";"
               WS-LIB-DOC-NUMERO   DELIMITED BY SIZE ";"
               WS-LIB-DOC-AFECTA   DELIMITED BY SPACE ";"
               WS-LIB-TOTAL-ED     DELIMITED BY SIZE ";"
               WS-LIB-BASE-ED      DELIMITED BY SIZE ";"
               WS-LIB-PORC-ED      DELIMITED BY SIZE ";"
               WS-LIB-IVA-ED       DELIMITED BY SIZE
               INTO REG-LIBRO
           END-STRING.
           WRITE REG-LIBRO.

       *>  TOTALES DEL MES: FACTURAS, NOTAS DE CRÉDITO Y NETO
       003-TOTALES-LIBRO.
           DISPLAY "--------------------------------------------"
               "--------------------------".
           DISPLAY "FACTURAS DEL MES......: " WS-LIB-FAC-CANT.
           MOVE WS-LIB-FAC-BASE TO WS-LIB-TOT-ED.
           DISPLAY "   BASE IMPONIBLE.....: " WS-LIB-TOT-ED.
           MOVE WS-LIB-FAC-IVA TO WS-LIB-TOT-ED.
           DISPLAY "   IVA................: " WS-LIB-TOT-ED.
           MOVE WS-LIB-FAC-TOTAL TO WS-LIB-TOT-ED.
           DISPLAY "   TOTAL..............: " WS-LIB-TOT-ED.
           DISPLAY "NOTAS DE CRÉDITO......: " WS-LIB-NC-CANT.
           MOVE WS-LIB-NC-BASE TO WS-LIB-TOT-ED.
           DISPLAY "   BASE IMPONIBLE.....: " WS-LIB-TOT-ED.
           MOVE WS-LIB-NC-IVA TO WS-LIB-TOT-ED.
           DISPLAY "   IVA................: " WS-LIB-TOT-ED.
           MOVE WS-LIB-NC-TOTAL TO WS-LIB-TOT-ED.
           DISPLAY "   TOTAL..............: " WS-LIB-TOT-ED.
           DISPLAY "NETO DEL MES:".
           MOVE WS-LIB-NETO-BASE TO WS-LIB-TOT-ED.
           DISPLAY ">> BASE IMPONIBLE.....: " WS-LIB-TOT-ED.
           MOVE WS-LIB-NETO-IVA TO WS-LIB-TOT-ED.
           DISPLAY ">> IVA DÉBITO FISCAL..: " WS-LIB-TOT-ED.
           MOVE WS-LIB-NETO-TOTAL TO WS-LIB-TOT-ED.
           DISPLAY ">> TOTAL..............: " WS-LIB-TOT-ED.
       *>  -------------------------------------------------------------
       *>  CONTROL DE LA NUMERACIÓN DEL MES: SALTOS ENTRE NÚMEROS
       *>  CONSECUTIVOS, DOCUMENTOS SIN NÚMERO (CERO), FECHAS FUERA
       *>  DE SECUENCIA Y COMANDAS FACTURADAS MÁS DE UNA VEZ. EL
       *>  NÚMERO PREVIO SE TOMA DE TODA LA SERIE, ASÍ SE VE TAMBIÉN
       *>  EL SALTO CONTRA EL ÚLTIMO DOCUMENTO DEL MES ANTERIOR
       *>  -------------------------------------------------------------
       002-CONTROL-NUMERACION.
           DISPLAY " ".
           DISPLAY "CONTROL DE LA NUMERACIÓN DEL MES:".
           MOVE ZERO TO WS-LIB-QUIEBRES.
           MOVE ZERO TO WS-LIB-COM-CANT.

           MOVE 'FACTURA' TO WS-LIB-SERIE.
           MOVE ZERO TO WS-LIB-ANT-NUM.
           MOVE ZERO TO WS-LIB-ANT-FECHA.
           PERFORM 000-INICIA-FACTURAS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-FACTURA.
           PERFORM 004-CONTROLA-FACTURA UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-FACTURAS.

           MOVE 'NOTA DE CREDITO' TO WS-LIB-SERIE.
           MOVE ZERO TO WS-LIB-ANT-NUM.
           MOVE ZERO TO WS-LIB-ANT-FECHA.
           PERFORM 000-INICIA-NOTAS-CRED.
           MOVE 0 TO WS-FIN-NOTAS.
           PERFORM 004-LEE-SIG-NOTA.
           PERFORM 004-CONTROLA-NOTA UNTIL WS-FIN-NOTAS = 1.
           PERFORM 000-CIERRE-NOTAS-CRED.

           IF WS-LIB-QUIEBRES = ZERO
               DISPLAY "SIN SALTOS NI DUPLICADOS EN LA NUMERACIÓN."
           ELSE
               DISPLAY ">> QUIEBRES ENCONTRADOS: " WS-LIB-QUIEBRES
           END-IF.

       004-CONTROLA-FACTURA.
           DIVIDE FAC-FECHA BY 100 GIVING WS-LIB-DOC-PERIODO.
           IF WS-LIB-DOC-PERIODO = WS-LIB-PERIODO
               MOVE FAC-NUMERO TO WS-LIB-DOC-NUMERO
               MOVE FAC-FECHA TO WS-LIB-DOC-FECHA
               PERFORM 005-CONTROLA-SECUENCIA
               MOVE FAC-COMANDA TO WS-LIB-DOC-COMANDA
               PERFORM 005-CONTROLA-COMANDA
           END-IF.
           MOVE FAC-NUMERO TO WS-LIB-ANT-NUM.
           MOVE FAC-FECHA TO WS-LIB-ANT-FECHA.
           PERFORM 004-LEE-SIG-FACTURA.

       004-CONTROLA-NOTA.
           DIVIDE NCR-FECHA BY 100 GIVING WS-LIB-DOC-PERIODO.
           IF WS-LIB-DOC-PERIODO = WS-LIB-PERIODO
               MOVE NCR-NUMERO TO WS-LIB-DOC-NUMERO
               MOVE NCR-FECHA TO WS-LIB-DOC-FECHA
               PERFORM 005-CONTROLA-SECUENCIA
           END-IF.
           MOVE NCR-NUMERO TO WS-LIB-ANT-NUM.
           MOVE NCR-FECHA TO WS-LIB-ANT-FECHA.
           PERFORM 004-LEE-SIG-NOTA.

       005-CONTROLA-SECUENCIA.
           IF WS-LIB-DOC-NUMERO = ZERO
               DISPLAY "*** " WS-LIB-SERIE " SIN NÚMERO (CERO) DEL "
                   WS-LIB-DOC-FECHA
               ADD 1 TO WS-LIB-QUIEBRES
           ELSE
               IF WS-LIB-DOC-NUMERO > WS-LIB-ANT-NUM + 1
                   COMPUTE WS-LIB-FALTA-DESDE = WS-LIB-ANT-NUM + 1
                   COMPUTE WS-LIB-FALTA-HASTA = WS-LIB-DOC-NUMERO - 1
                   DISPLAY "*** SALTO EN LA SERIE " WS-LIB-SERIE
                       ": FALTAN DEL " WS-LIB-FALTA-DESDE
                       " AL " WS-LIB-FALTA-HASTA
                   ADD 1 TO WS-LIB-QUIEBRES
               END-IF
           END-IF.
           IF WS-LIB-DOC-FECHA < WS-LIB-ANT-FECHA
               DISPLAY "*** " WS-LIB-SERIE " " WS-LIB-DOC-NUMERO
                   " CON FECHA " WS-LIB-DOC-FECHA
                   " ANTERIOR A LA DEL NÚMERO PREVIO ("
                   WS-LIB-ANT-FECHA ")"
               ADD 1 TO WS-LIB-QUIEBRES
           END-IF.

       *>  UNA COMANDA CON MÁS DE UNA FACTURA EN EL MES ES UN
       *>  DOCUMENTO DUPLICADO
       005-CONTROLA-COMANDA.
           MOVE 0 TO WS-LIB-COM-HALLADA.
           PERFORM VARYING WS-LIB-COM-IDX FROM 1 BY 1
               UNTIL WS-LIB-COM-IDX > WS-LIB-COM-CANT
               OR WS-LIB-COM-HALLADA = 1
               IF WS-LIB-COMANDA (WS-LIB-COM-IDX) = WS-LIB-DOC-COMANDA
                   MOVE 1 TO WS-LIB-COM-HALLADA
               END-IF
           END-PERFORM.
           IF WS-LIB-COM-HALLADA = 1
               DISPLAY "*** COMANDA " WS-LIB-DOC-COMANDA
                   " FACTURADA MÁS DE UNA VEZ (FACTURA "
                   WS-LIB-DOC-NUMERO ")"
               ADD 1 TO WS-LIB-QUIEBRES
           ELSE
               IF WS-LIB-COM-CANT < 5000
                   ADD 1 TO WS-LIB-COM-CANT
                   MOVE WS-LIB-DOC-COMANDA
                       TO WS-LIB-COMANDA (WS-LIB-COM-CANT)
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  CERRAR UN MES FISCAL YA TERMINADO: SE GUARDAN LOS TOTALES
       *>  DEL LIBRO Y DESDE ENTONCES SUS FACTURAS NO ADMITEN NOTAS
       *>  DE CRÉDITO. EL CIERRE NO SE DESHACE
       *>  -------------------------------------------------------------
       002-CIERRA-PERIODO.
           DISPLAY " ".
           PERFORM 002-PIDE-PERIODO.
           ACCEPT WS-LIB-HOY FROM DATE YYYYMMDD.
           DIVIDE WS-LIB-HOY BY 100 GIVING WS-LIB-PER-ACTUAL.
           PERFORM 000-PERIODO-CERRADO.

           IF WS-LIB-PERIODO NOT < WS-LIB-PER-ACTUAL
               DISPLAY "SÓLO SE PUEDEN CERRAR MESES YA TERMINADOS."
           ELSE
               IF WS-LIB-CERRADO = 1
                   DISPLAY "EL MES " WS-LIB-MES "/" WS-LIB-ANNO
                       " YA ESTÁ CERRADO."
               ELSE
                   MOVE 0 TO WS-LIB-MUESTRA
                   PERFORM 002-ARMA-LIBRO
                   DISPLAY " "
                   DISPLAY "CIERRE DEL MES " WS-LIB-MES "/" WS-LIB-ANNO
                   PERFORM 003-TOTALES-LIBRO
                   PERFORM 002-CONTROL-NUMERACION
                   DISPLAY " "
                   DISPLAY "¿CONFIRMA EL CIERRE DEL MES? (S/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-LIB-CONFIRMA
                   IF WS-LIB-CONFIRMA = 'S' OR WS-LIB-CONFIRMA = 's'
                       PERFORM 002-GRABA-PERIODO
                   ELSE
                       DISPLAY "CIERRE CANCELADO."
                   END-IF
               END-IF
           END-IF.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".

       002-GRABA-PERIODO.
           MOVE WS-LIB-PERIODO TO WS-PER-PERIODO.
           MOVE 'C' TO WS-PER-ESTADO.
           MOVE WS-LIB-HOY TO WS-PER-FECHA.
           ACCEPT WS-PER-HORA FROM TIME.
           MOVE WS-USUARIO-ACTUAL TO WS-PER-USUARIO.
           MOVE WS-LIB-FAC-CANT TO WS-PER-FACTURAS.
           MOVE WS-LIB-NC-CANT TO WS-PER-NOTAS.
           MOVE WS-LIB-NETO-BASE TO WS-PER-BASE.
           MOVE WS-LIB-NETO-IVA TO WS-PER-IVA.
           MOVE WS-LIB-NETO-TOTAL TO WS-PER-TOTAL.

           PERFORM 000-INICIA-PERIODOS.
           WRITE REG-PERIODOS FROM WS-ENT-PERIODOS
               INVALID KEY
                   DISPLAY "ERROR AL REGISTRAR EL CIERRE DEL MES: "
                       FS-STATUS-PERIODOS
               NOT INVALID KEY
                   DISPLAY "MES FISCAL " WS-LIB-MES "/" WS-LIB-ANNO
                       " CERRADO EXITOSAMENTE."
           END-WRITE.
           PERFORM 000-CIERRE-PERIODOS.
       *>  -------------------------------------------------------------
       *>  LISTAR LOS MESES FISCALES CERRADOS
       *>  -------------------------------------------------------------
       003-MOSTRAR-PERIODOS.
           DISPLAY " ".
           DISPLAY "MESES FISCALES CERRADOS (AAAAMM):".
           PERFORM 000-INICIA-PERIODOS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-PERIODO.
           PERFORM 004-IMPRIME-PERIODO UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-PERIODOS.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".

       004-LEE-SIG-PERIODO.
           READ F-ARCHIVO-PERIODOS NEXT RECORD
               AT END MOVE 1 TO WS-FIN-ARCHIVO.

       004-IMPRIME-PERIODO.
           MOVE PER-TOTAL TO WS-LIB-TOT-ED.
           DISPLAY " -> " PER-PERIODO " CERRADO EL " PER-FECHA
               " POR " PER-USUARIO.
           DISPLAY "    FACTURAS: " PER-FACTURAS
               " | NOTAS: " PER-NOTAS
               " | TOTAL NETO: " WS-LIB-TOT-ED.
           PERFORM 004-LEE-SIG-PERIODO.
       *>  -------------------------------------------------------------
       *>  REPARTO DE PROPINAS DE UN DÍA O DE UN TURNO DE CAJA: LA
       *>  COCINA SE QUEDA CON SU PORCENTAJE Y EL RESTO (INCLUIDAS LAS
       *>  PROPINAS DE PARA LLEVAR Y DELIVERY, QUE NO TIENEN MESERO)
       *>  SE REPARTE ENTRE LOS MESEROS QUE TRABAJARON. CADA PAGO
       *>  QUEDA MARCADO CON SU REPARTO, ASÍ UNA NUEVA CORRIDA SOBRE
       *>  EL MISMO PERÍODO SÓLO REPARTE LO QUE QUEDÓ PENDIENTE
       *>  -------------------------------------------------------------
       001-PROPINAS.
           DISPLAY " ".
           DISPLAY "REPARTO DE PROPINAS.".
           DISPLAY "--------------------------------------".
           DISPLAY "1. REPARTIR LAS PROPINAS DE UN DÍA.".
           DISPLAY "2. REPARTIR LAS PROPINAS DE UN TURNO DE CAJA.".
           DISPLAY "3. REIMPRIMIR UN REPARTO PARA FIRMAS.".
           DISPLAY " ".
           DISPLAY "OPCIÓN: " WITH NO ADVANCING.
           ACCEPT WS-PRO-OPCION.

           EVALUATE WS-PRO-OPCION
               WHEN 1
                   MOVE 'D' TO WS-PRO-TIPO-PERIODO
                   DISPLAY "DÍA: " WITH NO ADVANCING
                   ACCEPT WS-PRO-DIA
                   DISPLAY "MES: " WITH NO ADVANCING
                   ACCEPT WS-PRO-MES
                   DISPLAY "AÑO: " WITH NO ADVANCING
                   ACCEPT WS-PRO-ANNO
                   COMPUTE WS-PRO-PERIODO = WS-PRO-ANNO * 10000 +
                       WS-PRO-MES * 100 + WS-PRO-DIA
                   PERFORM 002-REPARTE-PROPINAS
               WHEN 2
                   MOVE 'T' TO WS-PRO-TIPO-PERIODO
                   DISPLAY "NÚMERO DEL TURNO DE CAJA: "
                       WITH NO ADVANCING
                   ACCEPT WS-PRO-PERIODO
                   PERFORM 002-REPARTE-PROPINAS
               WHEN 3
                   DISPLAY "NÚMERO DEL REPARTO: " WITH NO ADVANCING
                   ACCEPT WS-PRO-NUMERO
                   PERFORM 003-IMPRIME-REPARTO
                   DISPLAY " "
                   STOP "ENTER PARA CONTINUAR"
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY "OPCION INVÁLIDA"
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  CALCULAR, MOSTRAR Y, CONFIRMADO, GRABAR EL REPARTO DEL
       *>  PERÍODO WS-PRO-TIPO-PERIODO/WS-PRO-PERIODO. SÓLO ENTRAN LOS
       *>  PAGOS REGISTRADOS HASTA EL MOMENTO DEL CÁLCULO, PARA QUE
       *>  UN PAGO QUE LLEGUE MIENTRAS TANTO NO SE MARQUE SIN PAGARSE
       *>  -------------------------------------------------------------
       002-REPARTE-PROPINAS.
           PERFORM 000-LEE-PARAMETROS.
           ACCEPT WS-PRO-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-PRO-HORA FROM TIME.
           COMPUTE WS-PRO-CORTE = WS-PRO-FECHA * 100000000 +
               WS-PRO-HORA.
           MOVE ZERO TO WS-PRO-PAGOS.
           MOVE ZERO TO WS-PRO-TOTAL.
           MOVE ZERO TO WS-PRO-SIN-MESERO.
           MOVE ZERO TO WS-PRO-CANT.

           PERFORM 000-INICIA-PAGOS.
           PERFORM 000-INICIA-COMANDAS.
           PERFORM 000-INICIA-COMANDAS-HIST.
           MOVE 0 TO WS-PRO-FIN.
           PERFORM 004-LEE-SIG-PAGO-REPARTO.
           PERFORM 004-ACUMULA-PROPINA UNTIL WS-PRO-FIN = 1.
           PERFORM 000-CIERRE-COMANDAS-HIST.
           PERFORM 000-CIERRE-COMANDAS.
           PERFORM 000-CIERRE-PAGOS.

           DISPLAY " ".
           IF WS-PRO-TOTAL = ZERO
               DISPLAY "NO HAY PROPINAS PENDIENTES DE REPARTIR EN EL "
                   "PERÍODO (PAGOS REVISADOS: " WS-PRO-PAGOS ")."
           ELSE
               PERFORM 002-CALCULA-REPARTO
               PERFORM 003-MUESTRA-REPARTO
               DISPLAY " "
               DISPLAY "¿CONFIRMA Y GRABA EL REPARTO? (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-PRO-CONFIRMA
               IF WS-PRO-CONFIRMA = 'S' OR WS-PRO-CONFIRMA = 's'
                   PERFORM 002-GRABA-REPARTO
               ELSE
                   DISPLAY "REPARTO CANCELADO, NADA FUE GRABADO."
               END-IF
           END-IF.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".

       004-LEE-SIG-PAGO-REPARTO.
           READ F-ARCHIVO-PAGOS NEXT RECORD
               AT END MOVE 1 TO WS-PRO-FIN.

       004-ACUMULA-PROPINA.
           PERFORM 005-PAGO-APLICA.
           IF WS-PRO-APLICA = 1
               ADD 1 TO WS-PRO-PAGOS
               ADD PAG-PROPINA TO WS-PRO-TOTAL
               PERFORM 005-MESERO-DEL-PAGO
               IF WS-PRO-MESERO = SPACES
                   ADD PAG-PROPINA TO WS-PRO-SIN-MESERO
               ELSE
                   PERFORM 005-ACUMULA-MESERO
               END-IF
           END-IF.
           PERFORM 004-LEE-SIG-PAGO-REPARTO.

       *>  EL PAGO YA LEÍDO ENTRA AL REPARTO (WS-PRO-APLICA = 1) SI
       *>  SU PROPINA ESTÁ PENDIENTE, ES DEL PERÍODO Y SE REGISTRÓ
       *>  ANTES DEL CORTE
       005-PAGO-APLICA.
           MOVE 0 TO WS-PRO-APLICA.
           IF PAG-REPARTO IS NOT NUMERIC OR PAG-REPARTO = ZERO
               COMPUTE WS-PRO-MOMENTO = PAG-FECHA * 100000000 +
                   PAG-HORA
               IF WS-PRO-MOMENTO NOT > WS-PRO-CORTE
                   IF WS-PRO-TIPO-PERIODO = 'D'
                       IF PAG-FECHA = WS-PRO-PERIODO
                           MOVE 1 TO WS-PRO-APLICA
                       END-IF
                   ELSE
                       IF PAG-TURNO IS NUMERIC AND
                           PAG-TURNO = WS-PRO-PERIODO
                           MOVE 1 TO WS-PRO-APLICA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       *>  EL MESERO DE LA COMANDA DEL PAGO, BUSCADA EN LAS COMANDAS
       *>  VIGENTES O EN EL HISTÓRICO (BLANCO EN PARA LLEVAR/DELIVERY)
       005-MESERO-DEL-PAGO.
           MOVE SPACES TO WS-PRO-MESERO.
           MOVE PAG-COMANDA TO RCM-NUMERO.
           READ F-ARCHIVO-COMANDAS RECORD
               KEY RCM-NUMERO
               INVALID KEY
                   MOVE PAG-COMANDA TO RCH-NUMERO
                   READ F-ARCHIVO-COMANDAS-HIST RECORD
                       KEY RCH-NUMERO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE RCH-MESERO TO WS-PRO-MESERO
                   END-READ
               NOT INVALID KEY
                   MOVE RCM-MESERO TO WS-PRO-MESERO
           END-READ.

       005-ACUMULA-MESERO.
           MOVE 0 TO WS-PRO-HALLADO.
           PERFORM VARYING WS-PRO-IDX FROM 1 BY 1
               UNTIL WS-PRO-IDX > WS-PRO-CANT OR WS-PRO-HALLADO = 1
               IF WS-PRO-CEDULA (WS-PRO-IDX) = WS-PRO-MESERO
                   ADD PAG-PROPINA TO WS-PRO-PROPINAS (WS-PRO-IDX)
                   MOVE 1 TO WS-PRO-HALLADO
               END-IF
           END-PERFORM.
       *>  CON LA TABLA LLENA LA PROPINA VA AL FONDO COMÚN DE SALA
           IF WS-PRO-HALLADO = 0
               IF WS-PRO-CANT < 50
                   ADD 1 TO WS-PRO-CANT
                   MOVE WS-PRO-MESERO TO WS-PRO-CEDULA (WS-PRO-CANT)
                   MOVE SPACES TO WS-PRO-NOMBRE (WS-PRO-CANT)
                   MOVE PAG-PROPINA TO WS-PRO-PROPINAS (WS-PRO-CANT)
                   MOVE ZERO TO WS-PRO-BASE (WS-PRO-CANT)
                   MOVE ZERO TO WS-PRO-MONTO (WS-PRO-CANT)
               ELSE
                   ADD PAG-PROPINA TO WS-PRO-SIN-MESERO
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  PARTE DE LA COCINA, PARTE DE SALA Y LO QUE LE TOCA A CADA
       *>  MESERO SEGÚN SU BASE (PROPINAS DE SUS COMANDAS O PUNTOS);
       *>  SI NADIE TIENE BASE SE REPARTE EN PARTES IGUALES, SIN
       *>  MESEROS TODO QUEDA PARA LA COCINA, Y LOS CÉNTIMOS DEL
       *>  REDONDEO VAN AL ÚLTIMO MESERO DE LA LISTA
       *>  -------------------------------------------------------------
       002-CALCULA-REPARTO.
           IF WS-PRO-CANT = ZERO
               MOVE WS-PRO-TOTAL TO WS-PRO-COCINA
           ELSE
               COMPUTE WS-PRO-COCINA ROUNDED =
                   WS-PRO-TOTAL * WS-PRM-PROPINA-COCINA / 100
           END-IF.
           COMPUTE WS-PRO-SALA = WS-PRO-TOTAL - WS-PRO-COCINA.

           MOVE ZERO TO WS-PRO-SUMA-BASE.
           MOVE 0 TO WS-PRO-IGUALES.
           PERFORM 000-INICIA-MESEROS.
           PERFORM 005-BASE-MESERO
               VARYING WS-PRO-IDX FROM 1 BY 1
               UNTIL WS-PRO-IDX > WS-PRO-CANT.
           PERFORM 000-CIERRE-MESEROS.

           IF WS-PRO-SUMA-BASE = ZERO AND WS-PRO-CANT > ZERO
               MOVE 1 TO WS-PRO-IGUALES
               PERFORM VARYING WS-PRO-IDX FROM 1 BY 1
                   UNTIL WS-PRO-IDX > WS-PRO-CANT
                   MOVE 1 TO WS-PRO-BASE (WS-PRO-IDX)
               END-PERFORM
               MOVE WS-PRO-CANT TO WS-PRO-SUMA-BASE
           END-IF.

           MOVE ZERO TO WS-PRO-REPARTIDO.
           PERFORM VARYING WS-PRO-IDX FROM 1 BY 1
               UNTIL WS-PRO-IDX > WS-PRO-CANT
               COMPUTE WS-PRO-MONTO (WS-PRO-IDX) =
                   WS-PRO-SALA * WS-PRO-BASE (WS-PRO-IDX)
                   / WS-PRO-SUMA-BASE
               ADD WS-PRO-MONTO (WS-PRO-IDX) TO WS-PRO-REPARTIDO
           END-PERFORM.
           IF WS-PRO-CANT > ZERO
               COMPUTE WS-PRO-MONTO (WS-PRO-CANT) =
                   WS-PRO-MONTO (WS-PRO-CANT) +
                   WS-PRO-SALA - WS-PRO-REPARTIDO
           END-IF.

       005-BASE-MESERO.
           MOVE WS-PRO-CEDULA (WS-PRO-IDX) TO RM-CEDULA.
           READ F-ARCHIVO-MESEROS RECORD
               KEY RM-CEDULA
               INVALID KEY
                   MOVE 'MESERO NO REGISTRADO'
                       TO WS-PRO-NOMBRE (WS-PRO-IDX)
                   MOVE ZERO TO RM-PUNTOS
               NOT INVALID KEY
                   MOVE RM-NOMBRE-APELLIDO
                       TO WS-PRO-NOMBRE (WS-PRO-IDX)
                   IF RM-PUNTOS IS NOT NUMERIC
                       MOVE ZERO TO RM-PUNTOS
                   END-IF
           END-READ.
           IF WS-PRM-PROPINA-METODO = 'P'
               MOVE RM-PUNTOS TO WS-PRO-BASE (WS-PRO-IDX)
           ELSE
               MOVE WS-PRO-PROPINAS (WS-PRO-IDX)
                   TO WS-PRO-BASE (WS-PRO-IDX)
           END-IF.
           ADD WS-PRO-BASE (WS-PRO-IDX) TO WS-PRO-SUMA-BASE.

       *>  VISTA PREVIA DEL REPARTO ANTES DE CONFIRMARLO
       003-MUESTRA-REPARTO.
           DISPLAY "PROPINAS DEL PERÍODO (" WS-PRO-PAGOS " PAGOS)".
           MOVE WS-PRO-TOTAL TO WS-PRO-MONTO-ED.
           DISPLAY " - TOTAL DE PROPINAS.........: " WS-PRO-MONTO-ED.
           MOVE WS-PRO-SIN-MESERO TO WS-PRO-MONTO-ED.
           DISPLAY " - DE PARA LLEVAR/DELIVERY...: " WS-PRO-MONTO-ED.
           MOVE WS-PRO-COCINA TO WS-PRO-MONTO-ED.
           DISPLAY " - COCINA (" WS-PRM-PROPINA-COCINA " %)........: "
               WS-PRO-MONTO-ED.
           MOVE WS-PRO-SALA TO WS-PRO-MONTO-ED.
           DISPLAY " - SALA A REPARTIR...........: " WS-PRO-MONTO-ED.
           IF WS-PRO-CANT = ZERO
               DISPLAY "NINGÚN MESERO TRABAJÓ EN EL PERÍODO: TODO "
                   "QUEDA PARA LA COCINA."
           ELSE
               IF WS-PRO-IGUALES = 1
                   DISPLAY "MÉTODO: PARTES IGUALES (NINGÚN MESERO "
                       "TIENE BASE)"
               ELSE
                   IF WS-PRM-PROPINA-METODO = 'P'
                       DISPLAY "MÉTODO: POR PUNTOS DE CADA MESERO"
                   ELSE
                       DISPLAY "MÉTODO: POR PROPINAS DE LAS COMANDAS "
                           "ATENDIDAS"
                   END-IF
               END-IF
               PERFORM 005-MUESTRA-MESERO
                   VARYING WS-PRO-IDX FROM 1 BY 1
                   UNTIL WS-PRO-IDX > WS-PRO-CANT
           END-IF.

       005-MUESTRA-MESERO.
           MOVE WS-PRO-BASE (WS-PRO-IDX) TO WS-PRO-BASE-ED.
           MOVE WS-PRO-MONTO (WS-PRO-IDX) TO WS-PRO-MONTO-ED.
           DISPLAY " -> " WS-PRO-CEDULA (WS-PRO-IDX) " "
               WS-PRO-NOMBRE (WS-PRO-IDX) (1:25)
               " BASE: " WS-PRO-BASE-ED " A PAGAR: " WS-PRO-MONTO-ED.
       *>  -------------------------------------------------------------
       *>  GRABAR EL REPARTO: UN REGISTRO PARA LA COCINA Y UNO POR
       *>  MESERO, MARCAR LOS PAGOS REPARTIDOS E IMPRIMIR LA HOJA DE
       *>  FIRMAS
       *>  -------------------------------------------------------------
       002-GRABA-REPARTO.
           MOVE 'REPARTOS' TO WS-CTR-NOMBRE.
           PERFORM 000-SIGUIENTE-CONTADOR.
           IF WS-CTR-VALOR = ZERO
               DISPLAY "EL REPARTO NO SE PUEDE GRABAR SIN NÚMERO, "
                   "INTENTE DE NUEVO."
           ELSE
               MOVE WS-CTR-VALOR TO WS-PRO-NUMERO
               MOVE WS-PRO-NUMERO TO WS-REP-NUMERO
               MOVE WS-PRO-TIPO-PERIODO TO WS-REP-TIPO-PERIODO
               MOVE WS-PRO-PERIODO TO WS-REP-PERIODO
               MOVE WS-PRM-PROPINA-METODO TO WS-REP-METODO
               IF WS-PRO-IGUALES = 1
                   MOVE 'I' TO WS-REP-METODO
               END-IF
               MOVE WS-PRO-FECHA TO WS-REP-FECHA
               MOVE WS-PRO-HORA TO WS-REP-HORA
               MOVE WS-USUARIO-ACTUAL TO WS-REP-USUARIO

               PERFORM 000-INICIA-REPARTOS
               MOVE 'COCINA' TO WS-REP-CEDULA
               MOVE 'COCINA' TO WS-REP-NOMBRE
               MOVE WS-PRO-TOTAL TO WS-REP-BASE
               MOVE WS-PRO-COCINA TO WS-REP-MONTO
               PERFORM 005-ESCRIBE-REPARTO
               PERFORM 005-GRABA-REPARTO-MESERO
                   VARYING WS-PRO-IDX FROM 1 BY 1
                   UNTIL WS-PRO-IDX > WS-PRO-CANT
               PERFORM 000-CIERRE-REPARTOS

       *>      LOS PAGOS REPARTIDOS QUEDAN CON EL NÚMERO DEL REPARTO
               PERFORM 000-INICIA-PAGOS
               MOVE 0 TO WS-PRO-FIN
               PERFORM 004-LEE-SIG-PAGO-REPARTO
               PERFORM 004-MARCA-PAGO-REPARTO UNTIL WS-PRO-FIN = 1
               PERFORM 000-CIERRE-PAGOS

               DISPLAY "REPARTO NRO. " WS-PRO-NUMERO
                   " GRABADO EXITOSAMENTE."
               PERFORM 003-IMPRIME-REPARTO
           END-IF.

       005-GRABA-REPARTO-MESERO.
           MOVE WS-PRO-CEDULA (WS-PRO-IDX) TO WS-REP-CEDULA.
           MOVE WS-PRO-NOMBRE (WS-PRO-IDX) TO WS-REP-NOMBRE.
           MOVE WS-PRO-BASE (WS-PRO-IDX) TO WS-REP-BASE.
           MOVE WS-PRO-MONTO (WS-PRO-IDX) TO WS-REP-MONTO.
           PERFORM 005-ESCRIBE-REPARTO.

       005-ESCRIBE-REPARTO.
           WRITE REG-REPARTOS FROM WS-ENT-REPARTOS
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL REPARTO DE "
                       WS-REP-CEDULA ": " FS-STATUS-REPARTOS
           END-WRITE.

       004-MARCA-PAGO-REPARTO.
           PERFORM 005-PAGO-APLICA.
           IF WS-PRO-APLICA = 1
               MOVE WS-PRO-NUMERO TO PAG-REPARTO
               REWRITE REG-PAGOS
                   INVALID KEY
                       DISPLAY "ERROR AL MARCAR EL PAGO DE LA "
                           "COMANDA " PAG-COMANDA
               END-REWRITE
           END-IF.
           PERFORM 004-LEE-SIG-PAGO-REPARTO.
       *>  -------------------------------------------------------------
       *>  HOJA DE FIRMAS DEL REPARTO WS-PRO-NUMERO: LO QUE RECIBE
       *>  CADA BENEFICIARIO CON SU LÍNEA DE FIRMA
       *>  -------------------------------------------------------------
       003-IMPRIME-REPARTO.
           MOVE 0 TO WS-PRO-HALLADO.
           MOVE ZERO TO WS-PRO-REPARTIDO.
           PERFORM 000-INICIA-REPARTOS.
           MOVE WS-PRO-NUMERO TO REP-NUMERO.
           MOVE SPACES TO REP-CEDULA.
           MOVE 0 TO WS-PRO-FIN.
           START F-ARCHIVO-REPARTOS KEY IS NOT LESS THAN REP-CLAVE
               INVALID KEY MOVE 1 TO WS-PRO-FIN
           END-START.
           IF WS-PRO-FIN = 0
               PERFORM 004-LEE-SIG-REPARTO
           END-IF.
           PERFORM 004-IMPRIME-BENEFICIARIO UNTIL WS-PRO-FIN = 1.
           PERFORM 000-CIERRE-REPARTOS.

           IF WS-PRO-HALLADO = 0
               DISPLAY "EL REPARTO " WS-PRO-NUMERO " NO EXISTE."
           ELSE
               MOVE WS-PRO-REPARTIDO TO WS-PRO-MONTO-ED
               DISPLAY "------------------------------------------"
               DISPLAY ">> TOTAL REPARTIDO: " WS-PRO-MONTO-ED
               DISPLAY " "
               DISPLAY "APROBADO POR (GERENTE): ____________________"
           END-IF.

       004-LEE-SIG-REPARTO.
           READ F-ARCHIVO-REPARTOS NEXT RECORD
               AT END MOVE 1 TO WS-PRO-FIN
               NOT AT END
                   IF REP-NUMERO NOT = WS-PRO-NUMERO
                       MOVE 1 TO WS-PRO-FIN
                   END-IF
           END-READ.

       004-IMPRIME-BENEFICIARIO.
           IF WS-PRO-HALLADO = 0
               MOVE 1 TO WS-PRO-HALLADO
               DISPLAY " "
               DISPLAY "========= REPARTO DE PROPINAS NRO. "
                   REP-NUMERO " ========="
               IF REP-TIPO-PERIODO = 'D'
                   DISPLAY "PERÍODO: DÍA " REP-PERIODO
               ELSE
                   DISPLAY "PERÍODO: TURNO DE CAJA " REP-PERIODO
               END-IF
               EVALUATE REP-METODO
                   WHEN 'P'
                       DISPLAY "MÉTODO: POR PUNTOS"
                   WHEN 'I'
                       DISPLAY "MÉTODO: PARTES IGUALES"
                   WHEN OTHER
                       DISPLAY "MÉTODO: POR PROPINAS DE LAS COMANDAS"
               END-EVALUATE
               DISPLAY "CALCULADO EL " REP-FECHA " A LAS " REP-HORA
                   " POR " REP-USUARIO
               DISPLAY "------------------------------------------"
           END-IF.
           MOVE REP-BASE TO WS-PRO-BASE-ED.
           MOVE REP-MONTO TO WS-PRO-MONTO-ED.
           ADD REP-MONTO TO WS-PRO-REPARTIDO.
           DISPLAY REP-CEDULA " " REP-NOMBRE (1:30).
           DISPLAY "   BASE: " WS-PRO-BASE-ED
               " | A PAGAR: " WS-PRO-MONTO-ED.
           DISPLAY "   FIRMA: ______________________________".
           PERFORM 004-LEE-SIG-REPARTO.
       *>  -------------------------------------------------------------
       *>  BUSCAR LA PROMOCIÓN VIGENTE MÁS FAVORABLE PARA LA LÍNEA QUE
       *>  SE ESTÁ CAPTURANDO (PLATILLO WS-PLATILLOS-CODIGO, DE TIPO
       *>  WS-DSC-TIPO-PLATILLO) A LA FECHA DE LA COMANDA Y LA HORA DE
       *>  SU REGISTRO; DEJA EL CÓDIGO EN WS-DSC-PROMO-COD (EN BLANCO
       *>  SI NINGUNA MEJORA EL PRECIO DE LISTA) Y EL PRECIO UNITARIO
       *>  RESULTANTE EN WS-DSC-PRECIO-PROMO
       *>  -------------------------------------------------------------
       000-BUSCA-PROMOCION.
           MOVE SPACES TO WS-DSC-PROMO-COD.
           MOVE SPACES TO WS-DSC-PROMO-DESC.
           MOVE WS-PEDIDOS-PRECIO-UNITARIO TO WS-DSC-PRECIO-LISTA.
           MOVE WS-PEDIDOS-PRECIO-UNITARIO TO WS-DSC-PRECIO-PROMO.
           COMPUTE WS-DSC-FECHA = WS-COMANDAS-ANNO * 10000 +
               WS-COMANDAS-MES * 100 + WS-COMANDAS-DIA.
           DIVIDE WS-COMANDAS-HORA BY 10000 GIVING WS-DSC-HHMM.

           PERFORM 000-INICIA-PROMOCIONES.
           MOVE 0 TO WS-DSC-FIN.
           PERFORM 004-LEE-SIG-PROMOCION.
           PERFORM 004-EVALUA-PROMOCION UNTIL WS-DSC-FIN = 1.
           PERFORM 000-CIERRE-PROMOCIONES.

       004-LEE-SIG-PROMOCION.
           READ F-ARCHIVO-PROMOCIONES NEXT RECORD
               AT END MOVE 1 TO WS-DSC-FIN.

       004-EVALUA-PROMOCION.
           PERFORM 005-PROMOCION-VIGENTE.
           IF WS-DSC-APLICA = 1
               IF PMO-MODO = 'F'
                   MOVE PMO-VALOR TO WS-DSC-PRECIO-CAND
               ELSE
                   COMPUTE WS-DSC-PRECIO-CAND ROUNDED =
                       WS-DSC-PRECIO-LISTA * (100 - PMO-VALOR) / 100
               END-IF
               IF WS-DSC-PRECIO-CAND < WS-DSC-PRECIO-PROMO
                   MOVE WS-DSC-PRECIO-CAND TO WS-DSC-PRECIO-PROMO
                   MOVE PMO-CODIGO TO WS-DSC-PROMO-COD
                   MOVE PMO-DESCRIPCION TO WS-DSC-PROMO-DESC
               END-IF
           END-IF.
           PERFORM 004-LEE-SIG-PROMOCION.

       *>  LA PROMOCIÓN YA LEÍDA APLICA (WS-DSC-APLICA = 1) SI ESTÁ
       *>  ACTIVA, LA FECHA CAE EN SU VIGENCIA, ES DEL PLATILLO O DE SU
       *>  TIPO Y LA HORA CAE EN SU FRANJA
       005-PROMOCION-VIGENTE.
           MOVE 0 TO WS-DSC-APLICA.
           IF PMO-ESTADO = 'A' AND
               WS-DSC-FECHA NOT < PMO-FECHA-DESDE AND
               WS-DSC-FECHA NOT > PMO-FECHA-HASTA AND
               (PMO-MODO = 'F' OR PMO-VALOR NOT > 100)
               IF (PMO-ALCANCE = 'P' AND
                   PMO-OBJETIVO = WS-PLATILLOS-CODIGO) OR
                   (PMO-ALCANCE = 'T' AND
                   PMO-OBJETIVO = WS-DSC-TIPO-PLATILLO)
                   PERFORM 006-FRANJA-HORARIA
               END-IF
           END-IF.

       *>  SIN FRANJA (AMBAS HORAS EN CERO) VALE TODO EL DÍA; UNA
       *>  FRANJA QUE CRUZA LA MEDIANOCHE (DESDE MAYOR QUE HASTA) VALE
       *>  DESDE LA HORA INICIAL HASTA LA FINAL DEL DÍA SIGUIENTE
       006-FRANJA-HORARIA.
           IF PMO-HORA-DESDE = ZERO AND PMO-HORA-HASTA = ZERO
               MOVE 1 TO WS-DSC-APLICA
           ELSE
               IF PMO-HORA-DESDE NOT > PMO-HORA-HASTA
                   IF WS-DSC-HHMM NOT < PMO-HORA-DESDE AND
                       WS-DSC-HHMM NOT > PMO-HORA-HASTA
                       MOVE 1 TO WS-DSC-APLICA
                   END-IF
               ELSE
                   IF WS-DSC-HHMM NOT < PMO-HORA-DESDE OR
                       WS-DSC-HHMM NOT > PMO-HORA-HASTA
                       MOVE 1 TO WS-DSC-APLICA
                   END-IF
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  SUMAR LOS DESCUENTOS Y CORTESÍAS DE LAS LÍNEAS ACTIVAS DE
       *>  LA COMANDA WS-COMANDAS-NUMERO PARA ASENTARLOS EN LA FACTURA
       *>  -------------------------------------------------------------
       000-SUMA-DESCUENTOS-COMANDA.
           MOVE ZERO TO WS-DSC-TOTAL-COMANDA.
           PERFORM 000-INICIA-PEDIDOS.
               MOVE WS-COMANDAS-NUMERO TO RPE-COMANDA.
               MOVE 0 TO WS-DSC-FIN.
               START F-ARCHIVO-PEDIDOS
                   KEY IS EQUAL RPE-COMANDA
                   INVALID KEY MOVE 1 TO WS-DSC-FIN
               END-START.
               PERFORM 004-SUMA-DESCUENTO-LINEA UNTIL WS-DSC-FIN = 1.
           PERFORM 000-CIERRE-PEDIDOS.

       004-SUMA-DESCUENTO-LINEA.
           READ F-ARCHIVO-PEDIDOS NEXT RECORD
               AT END
                   MOVE 1 TO WS-DSC-FIN
               NOT AT END
                   IF RPE-COMANDA NOT = WS-COMANDAS-NUMERO
                       MOVE 1 TO WS-DSC-FIN
                   ELSE
                       IF RPE-ESTADO NOT = 'C' AND
                           RPE-DESCUENTO IS NUMERIC
                           ADD RPE-DESCUENTO TO WS-DSC-TOTAL-COMANDA
                       END-IF
                   END-IF
           END-READ.
       *>  -------------------------------------------------------------
       *>  DESCUENTOS, CORTESÍAS Y PROMOCIONES: LOS DESCUENTOS MANUALES
       *>  Y LAS CORTESÍAS SOBRE UNA COMANDA ABIERTA LOS AUTORIZA UN
       *>  GERENTE CON SU MOTIVO; LAS PROMOCIONES Y EL REPORTE SON DEL
       *>  PERFIL GERENTE
       *>  -------------------------------------------------------------
       001-DESCUENTOS.
           DISPLAY " ".
           DISPLAY "DESCUENTOS, CORTESÍAS Y PROMOCIONES.".
           DISPLAY "--------------------------------------".
           DISPLAY "1. DESCUENTO O CORTESÍA EN UNA LÍNEA.".
           DISPLAY "2. DESCUENTO O CORTESÍA EN TODA LA COMANDA.".
           DISPLAY "3. LISTA DE PROMOCIONES.".
           DISPLAY "4. REGISTRAR/ACTUALIZAR UNA PROMOCIÓN (GERENTE).".
           DISPLAY "5. REPORTE DE DESCUENTOS Y CORTESÍAS (GERENTE).".
           DISPLAY " ".
           DISPLAY "OPCIÓN: " WITH NO ADVANCING.
           ACCEPT WS-DSC-OPCION.

           IF (WS-DSC-OPCION = 4 OR WS-DSC-OPCION = 5) AND
               WS-USUARIO-PERFIL NOT = 'GERENTE'
               DISPLAY " "
               DISPLAY "OPCIÓN RESERVADA AL PERFIL GERENTE."
               MOVE ZERO TO WS-DSC-OPCION
           END-IF.

           EVALUATE WS-DSC-OPCION
               WHEN 1     PERFORM 002-DESCUENTO-COMANDA
               WHEN 2     PERFORM 002-DESCUENTO-COMANDA
               WHEN 3     PERFORM 003-MOSTRAR-PROMOCIONES
               WHEN 4     PERFORM 002-REGISTRA-PROMOCION
               WHEN 5     PERFORM 003-REPORTE-DESCUENTOS
               WHEN 0     CONTINUE
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY "OPCION INVÁLIDA"
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  DESCUENTO O CORTESÍA SOBRE UNA LÍNEA (OPCIÓN 1) O SOBRE TODAS
       *>  LAS LÍNEAS ACTIVAS (OPCIÓN 2) DE UNA COMANDA ABIERTA Y AÚN
       *>  SIN PAGOS, PARA QUE LO COBRADO NUNCA QUEDE POR ENCIMA DEL
       *>  NUEVO TOTAL
       *>  -------------------------------------------------------------
       002-DESCUENTO-COMANDA.
           DISPLAY " ".
           DISPLAY "NÚMERO DE LA COMANDA: " WITH NO ADVANCING.
           ACCEPT WS-MOV-COMANDA.

           PERFORM 000-LEE-COMANDA-ABIERTA.
           IF WS-ENCONTRADO = 1
               PERFORM 000-SUMA-PAGOS-COMANDA
               IF WS-PAGO-ACUM > ZERO
                   DISPLAY "LA COMANDA YA TIENE PAGOS REGISTRADOS, "
                       "NO SE LE PUEDEN APLICAR DESCUENTOS."
                   MOVE 0 TO WS-ENCONTRADO
               END-IF
           END-IF.

           IF WS-ENCONTRADO = 1
               DISPLAY " "
               DISPLAY "LÍNEAS DE LA COMANDA " WS-MOV-COMANDA ":"
               PERFORM 003-MOSTRAR-LINEAS-COMANDA
               MOVE ZERO TO WS-DSC-LINEA
               IF WS-DSC-OPCION = 1
                   DISPLAY "NÚMERO DE PEDIDO A DESCONTAR: "
                       WITH NO ADVANCING
                   ACCEPT WS-DSC-LINEA
               END-IF
               PERFORM 002-PIDE-DESCUENTO
               IF WS-DSC-AUTORIZADO = 1
                   PERFORM 002-APLICA-DESCUENTO
               END-IF
           END-IF.
           MOVE ZERO TO WS-ENCONTRADO.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".

       *>  TIPO, PORCENTAJE Y MOTIVO DEL DESCUENTO, Y LA AUTORIZACIÓN
       002-PIDE-DESCUENTO.
           DISPLAY "TIPO (D = DESCUENTO POR PORCENTAJE, "
               "C = CORTESÍA DEL 100 %): " WITH NO ADVANCING.
           ACCEPT WS-DSC-TIPO.
           PERFORM UNTIL WS-DSC-TIPO = 'D' OR WS-DSC-TIPO = 'C'
               DISPLAY "EL TIPO DEBE SER D o C, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-DSC-TIPO
           END-PERFORM.
           IF WS-DSC-TIPO = 'C'
               MOVE 100 TO WS-DSC-PORC
           ELSE
               DISPLAY "PORCENTAJE DE DESCUENTO (EJ. 15.00): "
                   WITH NO ADVANCING
               ACCEPT WS-DSC-PORC
               PERFORM UNTIL WS-DSC-PORC > ZERO AND WS-DSC-PORC < 100
                   DISPLAY "EL PORCENTAJE DEBE SER MAYOR A CERO Y "
                       "MENOR A 100 (EL 100 % ES CORTESÍA), "
                       "INTENTE DE NUEVO: " WITH NO ADVANCING
                   ACCEPT WS-DSC-PORC
               END-PERFORM
           END-IF.
           DISPLAY "MOTIVO (EJ. CLIENTE FRECUENTE, DEMORA EN "
               "COCINA,...): " WITH NO ADVANCING.
           ACCEPT WS-DSC-MOTIVO.
           PERFORM UNTIL WS-DSC-MOTIVO NOT = SPACES
               DISPLAY "EL MOTIVO NO PUEDE ESTAR EN BLANCO, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-DSC-MOTIVO
           END-PERFORM.
           PERFORM 000-AUTORIZA-GERENTE.
       *>  -------------------------------------------------------------
       *>  AUTORIZACIÓN DE UN GERENTE: LA DA EL QUE TIENE LA SESIÓN
       *>  ABIERTA O, SI NO, UNO QUE INTRODUZCA AQUÍ SU USUARIO Y
       *>  CLAVE; DEJA WS-DSC-AUTORIZADO EN 1 Y SU USUARIO EN
       *>  WS-DSC-AUTORIZA
       *>  -------------------------------------------------------------
       000-AUTORIZA-GERENTE.
           MOVE 0 TO WS-DSC-AUTORIZADO.
           IF WS-USUARIO-PERFIL = 'GERENTE'
               MOVE WS-USUARIO-ACTUAL TO WS-DSC-AUTORIZA
               MOVE 1 TO WS-DSC-AUTORIZADO
           ELSE
               DISPLAY " "
               DISPLAY "AUTORIZACIÓN DEL GERENTE."
               DISPLAY "USUARIO: " WITH NO ADVANCING
               ACCEPT WS-DSC-AUTORIZA
               DISPLAY "CLAVE: " WITH NO ADVANCING
               ACCEPT WS-DSC-CLAVE
               PERFORM 000-INICIA-USUARIOS
                   MOVE WS-DSC-AUTORIZA TO USU-LOGIN
                   READ F-ARCHIVO-USUARIOS RECORD
                       KEY USU-LOGIN
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF USU-CLAVE = WS-DSC-CLAVE AND
                               USU-PERFIL = 'GERENTE'
                               MOVE 1 TO WS-DSC-AUTORIZADO
                           END-IF
                   END-READ
               PERFORM 000-CIERRE-USUARIOS
               MOVE SPACES TO WS-DSC-CLAVE
               IF WS-DSC-AUTORIZADO = 0
                   DISPLAY "AUTORIZACIÓN RECHAZADA: USUARIO O CLAVE "
                       "INCORRECTOS, O EL USUARIO NO ES GERENTE."
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  APLICAR EL DESCUENTO YA AUTORIZADO A LA LÍNEA WS-DSC-LINEA
       *>  O A TODAS LAS LÍNEAS ACTIVAS DE LA COMANDA WS-MOV-COMANDA,
       *>  Y RECALCULAR EL TOTAL DE LA COMANDA
       *>  -------------------------------------------------------------
       002-APLICA-DESCUENTO.
           MOVE ZERO TO WS-DSC-LINEAS.
           PERFORM 000-INICIA-PEDIDOS.
           IF WS-DSC-OPCION = 1
               MOVE WS-DSC-LINEA TO RPE-NUMERO
               READ F-ARCHIVO-PEDIDOS RECORD
                   KEY RPE-NUMERO
                   INVALID KEY
                       DISPLAY "EL PEDIDO NO EXISTE."
                   NOT INVALID KEY
                       IF RPE-COMANDA NOT = WS-MOV-COMANDA OR
                           RPE-ESTADO = 'C'
                           DISPLAY "EL PEDIDO NO ES UNA LÍNEA ACTIVA "
                               "DE LA COMANDA " WS-MOV-COMANDA "."
                       ELSE
                           PERFORM 005-DESCUENTA-LINEA
                       END-IF
               END-READ
           ELSE
               MOVE WS-MOV-COMANDA TO RPE-COMANDA
               MOVE 0 TO WS-DSC-FIN
               START F-ARCHIVO-PEDIDOS
                   KEY IS EQUAL RPE-COMANDA
                   INVALID KEY MOVE 1 TO WS-DSC-FIN
               END-START
               PERFORM 004-DESCUENTA-SIG-LINEA UNTIL WS-DSC-FIN = 1
           END-IF.
           PERFORM 000-CIERRE-PEDIDOS.

           IF WS-DSC-LINEAS = ZERO
               DISPLAY "NO SE APLICÓ NINGÚN DESCUENTO."
           ELSE
               PERFORM 002-RECALCULA-TOTAL-COMANDA
               DISPLAY WS-DSC-LINEAS " LÍNEA(S) CON DESCUENTO, "
                   "AUTORIZADO POR " WS-DSC-AUTORIZA
               DISPLAY "NUEVO TOTAL DE LA COMANDA: " WS-MOV-TOTAL
           END-IF.

       004-DESCUENTA-SIG-LINEA.
           READ F-ARCHIVO-PEDIDOS NEXT RECORD
               AT END
                   MOVE 1 TO WS-DSC-FIN
               NOT AT END
                   IF RPE-COMANDA NOT = WS-MOV-COMANDA
                       MOVE 1 TO WS-DSC-FIN
                   ELSE
                       IF RPE-ESTADO NOT = 'C'
                           PERFORM 005-DESCUENTA-LINEA
                       END-IF
                   END-IF
           END-READ.

       *>  LA LÍNEA CONSERVA EL MAYOR DE LOS DESCUENTOS: EL NUEVO SÓLO
       *>  REEMPLAZA AL QUE YA TENGA (PROMOCIÓN O MANUAL) SI ES MAYOR
       005-DESCUENTA-LINEA.
           COMPUTE WS-DSC-BRUTO = RPE-PRECIO-UNITARIO * RPE-CANTIDAD.
           COMPUTE WS-DSC-MONTO ROUNDED =
               WS-DSC-BRUTO * WS-DSC-PORC / 100.
           IF RPE-DESCUENTO IS NOT NUMERIC
               MOVE ZERO TO RPE-DESCUENTO
           END-IF.
           IF WS-DSC-MONTO NOT > RPE-DESCUENTO
               DISPLAY "EL PEDIDO " RPE-NUMERO " YA TIENE UN "
                   "DESCUENTO IGUAL O MAYOR, QUEDA COMO ESTÁ."
           ELSE
               MOVE 'PEDIDOS' TO WS-AUD-TABLA
               MOVE RPE-NUMERO TO WS-AUD-LLAVE
               MOVE REG-PEDIDOS TO WS-AUD-ANTES
               MOVE WS-DSC-MONTO TO RPE-DESCUENTO
               COMPUTE RPE-IMPORTE = WS-DSC-BRUTO - WS-DSC-MONTO
               MOVE WS-DSC-TIPO TO RPE-DESC-TIPO
               MOVE SPACES TO RPE-PROMOCION
               MOVE WS-DSC-MOTIVO TO RPE-DESC-MOTIVO
               MOVE WS-USUARIO-ACTUAL TO RPE-DESC-USUARIO
               MOVE WS-DSC-AUTORIZA TO RPE-DESC-AUTORIZA
               REWRITE REG-PEDIDOS
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR EL PEDIDO "
                           RPE-NUMERO
                   NOT INVALID KEY
                       ADD 1 TO WS-DSC-LINEAS
               END-REWRITE
               MOVE REG-PEDIDOS TO WS-AUD-DESPUES
               PERFORM 000-REGISTRA-AUDITORIA
           END-IF.

       *>  RECALCULAR EL TOTAL DE LA COMANDA WS-MOV-COMANDA SUMANDO SUS
       *>  LÍNEAS NO ANULADAS, YA NETAS DE DESCUENTO
       002-RECALCULA-TOTAL-COMANDA.
           MOVE WS-MOV-COMANDA TO WS-MOV-DESTINO.
           MOVE ZERO TO WS-MOV-TOTAL.
           PERFORM 000-INICIA-PEDIDOS.
               MOVE WS-MOV-DESTINO TO RPE-COMANDA.
               MOVE 0 TO WS-FIN-MOVER.
               START F-ARCHIVO-PEDIDOS
                   KEY IS EQUAL RPE-COMANDA
                   INVALID KEY MOVE 1 TO WS-FIN-MOVER
               END-START.
               PERFORM 004-SUMA-LINEA-DESTINO UNTIL WS-FIN-MOVER = 1.
           PERFORM 000-CIERRE-PEDIDOS.

           PERFORM 000-INICIA-COMANDAS.
               MOVE WS-MOV-COMANDA TO RCM-NUMERO.
               READ F-ARCHIVO-COMANDAS RECORD
                   KEY RCM-NUMERO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'COMANDAS' TO WS-AUD-TABLA
                       MOVE RCM-NUMERO TO WS-AUD-LLAVE
                       MOVE REG-COMANDAS TO WS-AUD-ANTES
                       MOVE WS-MOV-TOTAL TO RCM-TOTAL
                       REWRITE REG-COMANDAS
                           INVALID KEY
                               DISPLAY "ERROR AL ACTUALIZAR LA "
                                   "COMANDA."
                       END-REWRITE
                       MOVE REG-COMANDAS TO WS-AUD-DESPUES
                       PERFORM 000-REGISTRA-AUDITORIA
               END-READ.
           PERFORM 000-CIERRE-COMANDAS.
       *>  -------------------------------------------------------------
       *>  LISTA DE LAS PROMOCIONES REGISTRADAS
       *>  -------------------------------------------------------------
       003-MOSTRAR-PROMOCIONES.
           MOVE 0 TO WS-DSC-HALLADO.
           PERFORM 000-INICIA-PROMOCIONES.
           MOVE 0 TO WS-DSC-FIN.
           PERFORM 004-LEE-SIG-PROMOCION.

           DISPLAY " ".
           DISPLAY "PROMOCIONES REGISTRADAS: ".

           PERFORM 004-IMPRIME-PROMOCION UNTIL WS-DSC-FIN = 1.
           PERFORM 000-CIERRE-PROMOCIONES.

           IF WS-DSC-HALLADO = 0
               DISPLAY " "
               DISPLAY "*** NO HAY PROMOCIONES REGISTRADAS ***"
           END-IF.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".

       004-IMPRIME-PROMOCION.
           MOVE 1 TO WS-DSC-HALLADO.
           DISPLAY "------------------------------------------".
           IF PMO-ESTADO = 'A'
               DISPLAY "-> " PMO-CODIGO " " PMO-DESCRIPCION
                   " (ACTIVA)"
           ELSE
               DISPLAY "-> " PMO-CODIGO " " PMO-DESCRIPCION
                   " (INACTIVA)"
           END-IF.
           IF PMO-ALCANCE = 'P'
               DISPLAY " - PLATILLO: " PMO-OBJETIVO
           ELSE
               DISPLAY " - TIPO DE PLATILLO: " PMO-OBJETIVO
           END-IF.
           IF PMO-MODO = 'F'
               DISPLAY " - PRECIO FIJO: " PMO-VALOR
           ELSE
               DISPLAY " - DESCUENTO: " PMO-VALOR " %"
           END-IF.
           DISPLAY " - VIGENCIA: " PMO-FECHA-DESDE " AL "
               PMO-FECHA-HASTA.
           IF PMO-HORA-DESDE = ZERO AND PMO-HORA-HASTA = ZERO
               DISPLAY " - HORARIO: TODO EL DÍA"
           ELSE
               DISPLAY " - HORARIO: " PMO-HORA-DESDE " A "
                   PMO-HORA-HASTA
           END-IF.
           PERFORM 004-LEE-SIG-PROMOCION.
       *>  -------------------------------------------------------------
       *>  REGISTRO Y/O ACTUALIZACIÓN DE UNA PROMOCIÓN
       *>  -------------------------------------------------------------
       002-REGISTRA-PROMOCION.
           DISPLAY " ".
           DISPLAY "REGISTRO Y/O ACTUALIZACIÓN DE UNA PROMOCIÓN.".
           DISPLAY "--------------------------------------".
           DISPLAY " ".

           DISPLAY "CÓDIGO DE LA PROMOCIÓN: " WITH NO ADVANCING.
           ACCEPT WS-PMO-CODIGO.
           PERFORM UNTIL WS-PMO-CODIGO NOT = SPACES
               DISPLAY "EL CÓDIGO NO PUEDE ESTAR EN BLANCO, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-PMO-CODIGO
           END-PERFORM.

           PERFORM 000-INICIA-PROMOCIONES.
               MOVE WS-PMO-CODIGO TO PMO-CODIGO.
               READ F-ARCHIVO-PROMOCIONES RECORD
                   KEY PMO-CODIGO
                   INVALID KEY
                       DISPLAY "PROMOCIÓN NUEVA."
                   NOT INVALID KEY
                       DISPLAY "PROMOCIÓN EXISTENTE, SE ACTUALIZA: "
                           PMO-DESCRIPCION
               END-READ.
           PERFORM 000-CIERRE-PROMOCIONES.

           DISPLAY "DESCRIPCIÓN (EJ. HAPPY HOUR CERVEZAS): "
               WITH NO ADVANCING.
           ACCEPT WS-PMO-DESCRIPCION.
           PERFORM UNTIL WS-PMO-DESCRIPCION NOT = SPACES
               DISPLAY "LA DESCRIPCIÓN NO PUEDE ESTAR EN BLANCO, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-PMO-DESCRIPCION
           END-PERFORM.

           DISPLAY "ALCANCE (P = UN PLATILLO, T = UN TIPO DE "
               "PLATILLO): " WITH NO ADVANCING.
           ACCEPT WS-PMO-ALCANCE.
           PERFORM UNTIL WS-PMO-ALCANCE = 'P' OR WS-PMO-ALCANCE = 'T'
               DISPLAY "EL ALCANCE DEBE SER P o T, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-PMO-ALCANCE
           END-PERFORM.
           IF WS-PMO-ALCANCE = 'P'
               MOVE 1 TO WS-CONSULTA
               PERFORM UNTIL WS-CONSULTA = 0
                   DISPLAY "CÓDIGO DEL PLATILLO: " WITH NO ADVANCING
                   ACCEPT WS-PMO-OBJETIVO
                   PERFORM 000-INICIA-PLATILLOS
                   MOVE WS-PMO-OBJETIVO TO RP-CODIGO
                   READ F-ARCHIVO-PLATILLOS RECORD
                       KEY RP-CODIGO
                       INVALID KEY
                           DISPLAY "EL PLATILLO NO EXISTE, "
                               "INTENTE DE NUEVO."
                       NOT INVALID KEY
                           MOVE 0 TO WS-CONSULTA
                           DISPLAY "PLATILLO: " RP-DESCRIPCION
                               " | PRECIO: " RP-PRECIO
                   END-READ
                   PERFORM 000-CIERRE-PLATILLOS
               END-PERFORM
           ELSE
               DISPLAY "TIPO DE PLATILLO (COMO EN EL MAESTRO DE "
                   "PLATILLOS): " WITH NO ADVANCING
               ACCEPT WS-PMO-OBJETIVO
               PERFORM UNTIL WS-PMO-OBJETIVO NOT = SPACES
                   DISPLAY "EL TIPO NO PUEDE ESTAR EN BLANCO, "
                       "INTENTE DE NUEVO: " WITH NO ADVANCING
                   ACCEPT WS-PMO-OBJETIVO
               END-PERFORM
           END-IF.

           DISPLAY "MODO (P = PORCENTAJE DE DESCUENTO, F = PRECIO "
               "FIJO): " WITH NO ADVANCING.
           ACCEPT WS-PMO-MODO.
           PERFORM UNTIL WS-PMO-MODO = 'P' OR WS-PMO-MODO = 'F'
               DISPLAY "EL MODO DEBE SER P o F, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-PMO-MODO
           END-PERFORM.
           IF WS-PMO-MODO = 'P'
               DISPLAY "PORCENTAJE DE DESCUENTO (EJ. 20.00): "
                   WITH NO ADVANCING
               ACCEPT WS-PMO-VALOR
               PERFORM UNTIL WS-PMO-VALOR > ZERO
                   AND WS-PMO-VALOR NOT > 100
                   DISPLAY "EL PORCENTAJE DEBE ESTAR ENTRE 0.01 Y "
                       "100, INTENTE DE NUEVO: " WITH NO ADVANCING
                   ACCEPT WS-PMO-VALOR
               END-PERFORM
           ELSE
               DISPLAY "PRECIO FIJO (EJ. 5.50): " WITH NO ADVANCING
               ACCEPT WS-PMO-VALOR
               PERFORM UNTIL WS-PMO-VALOR > ZERO
                   DISPLAY "EL PRECIO DEBE SER MAYOR A CERO, "
                       "INTENTE DE NUEVO: " WITH NO ADVANCING
                   ACCEPT WS-PMO-VALOR
               END-PERFORM
           END-IF.

           DISPLAY "VIGENTE DESDE (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-PMO-FECHA-DESDE.
           DISPLAY "VIGENTE HASTA (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-PMO-FECHA-HASTA.
           PERFORM UNTIL WS-PMO-FECHA-HASTA NOT < WS-PMO-FECHA-DESDE
               DISPLAY "LA FECHA FINAL NO PUEDE SER ANTERIOR A LA "
                   "INICIAL, INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-PMO-FECHA-HASTA
           END-PERFORM.

           DISPLAY "HORA DESDE (HHMM, 0000 Y 0000 = TODO EL DÍA): "
               WITH NO ADVANCING.
           ACCEPT WS-PMO-HORA-DESDE.
           PERFORM UNTIL WS-PMO-HORA-DESDE NOT > 2359
               DISPLAY "LA HORA DEBE ESTAR ENTRE 0000 Y 2359, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-PMO-HORA-DESDE
           END-PERFORM.
           DISPLAY "HORA HASTA (HHMM): " WITH NO ADVANCING.
           ACCEPT WS-PMO-HORA-HASTA.
           PERFORM UNTIL WS-PMO-HORA-HASTA NOT > 2359
               DISPLAY "LA HORA DEBE ESTAR ENTRE 0000 Y 2359, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-PMO-HORA-HASTA
           END-PERFORM.

           DISPLAY "ESTADO (A = ACTIVA, I = INACTIVA): "
               WITH NO ADVANCING.
           ACCEPT WS-PMO-ESTADO.
           PERFORM UNTIL WS-PMO-ESTADO = 'A' OR WS-PMO-ESTADO = 'I'
               DISPLAY "EL ESTADO DEBE SER A o I, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-PMO-ESTADO
           END-PERFORM.

       *>  REGISTRO DE LOS DATOS EN EL ARCHIVO
           PERFORM 000-INICIA-PROMOCIONES.
           WRITE REG-PROMOCIONES FROM WS-ENT-PROMOCIONES
                INVALID KEY
                    MOVE 'PROMOCIONES' TO WS-AUD-TABLA
                    MOVE PMO-CODIGO TO WS-AUD-LLAVE
                    READ F-ARCHIVO-PROMOCIONES RECORD
                        KEY PMO-CODIGO
                        INVALID KEY CONTINUE
                    END-READ
                    MOVE REG-PROMOCIONES TO WS-AUD-ANTES
                    REWRITE REG-PROMOCIONES FROM WS-ENT-PROMOCIONES
                    END-REWRITE
                    MOVE REG-PROMOCIONES TO WS-AUD-DESPUES
                    PERFORM 000-REGISTRA-AUDITORIA
           END-WRITE.
           PERFORM 000-CIERRE-PROMOCIONES.

           DISPLAY "PROMOCIÓN REGISTRADA EXITOSAMENTE... "
               WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".
       *>  -------------------------------------------------------------
       *>  REPORTE DE DESCUENTOS, CORTESÍAS Y PROMOCIONES DE UN RANGO
       *>  DE FECHAS (LÍNEAS VIGENTES E HISTÓRICAS NO ANULADAS): EL
       *>  DETALLE DE CADA LÍNEA Y LOS TOTALES POR USUARIO, POR MESERO,
       *>  POR MOTIVO (DESCUENTOS MANUALES Y CORTESÍAS) Y POR PROMOCIÓN
       *>  -------------------------------------------------------------
       003-REPORTE-DESCUENTOS.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "DESCUENTOS, CORTESÍAS Y PROMOCIONES: ".
           DISPLAY "********************************".
           PERFORM 000-PIDE-RANGO-FECHAS.

           MOVE ZERO TO WS-DSC-TOT-PROMO.
           MOVE ZERO TO WS-DSC-TOT-MANUAL.
           MOVE ZERO TO WS-DSC-TOT-CORTESIA.
           MOVE ZERO TO WS-DSC-LINEAS.
           MOVE ZERO TO WS-DSC-CANT.
           MOVE 0 TO WS-DSC-DESBORDE.

           DISPLAY " ".
           DISPLAY "DESCUENTOS DEL "
               WS-RANGO-DESDE-DIA "/" WS-RANGO-DESDE-MES "/"
               WS-RANGO-DESDE-ANNO " AL "
               WS-RANGO-HASTA-DIA "/" WS-RANGO-HASTA-MES "/"
               WS-RANGO-HASTA-ANNO.

           PERFORM 000-HIST-RANGO-ARCHIVOS.
           PERFORM 000-INICIA-PEDIDOS-HIST.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-PEDIDO-HIST.
           PERFORM 004-DESCUENTO-HIST UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-PEDIDOS-HIST.

           PERFORM 000-INICIA-PEDIDOS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-PEDIDO.
           PERFORM 004-DESCUENTO-VIGENTE UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-PEDIDOS.

           IF WS-DSC-LINEAS = ZERO
               DISPLAY " "
               DISPLAY "*** NO HAY DESCUENTOS PARA EL RANGO DE "
                   "FECHAS INTRODUCIDO ***"
           ELSE
               DISPLAY "------------------------------------------"
               MOVE "U" TO WS-DSC-GRUPO
               DISPLAY "POR USUARIO QUE LO REGISTRÓ:"
               PERFORM 005-IMPRIME-GRUPO-DSC
                   VARYING WS-DSC-IDX FROM 1 BY 1
                   UNTIL WS-DSC-IDX > WS-DSC-CANT
               MOVE "M" TO WS-DSC-GRUPO
               DISPLAY "POR MESERO:"
               PERFORM 005-IMPRIME-GRUPO-DSC
                   VARYING WS-DSC-IDX FROM 1 BY 1
                   UNTIL WS-DSC-IDX > WS-DSC-CANT
               MOVE "R" TO WS-DSC-GRUPO
               DISPLAY "POR MOTIVO (DESCUENTOS MANUALES Y CORTESÍAS):"
               PERFORM 005-IMPRIME-GRUPO-DSC
                   VARYING WS-DSC-IDX FROM 1 BY 1
                   UNTIL WS-DSC-IDX > WS-DSC-CANT
               MOVE "P" TO WS-DSC-GRUPO
               DISPLAY "POR PROMOCIÓN:"
               PERFORM 005-IMPRIME-GRUPO-DSC
                   VARYING WS-DSC-IDX FROM 1 BY 1
                   UNTIL WS-DSC-IDX > WS-DSC-CANT
               IF WS-DSC-DESBORDE = 1
                   DISPLAY "(RESUMEN INCOMPLETO: DEMASIADOS GRUPOS, "
                       "VER EL DETALLE)"
               END-IF
               DISPLAY "------------------------------------------"
               MOVE WS-DSC-TOT-PROMO TO WS-DSC-MONTO-ED
               DISPLAY ">> PROMOCIONES.........: " WS-DSC-MONTO-ED
               MOVE WS-DSC-TOT-MANUAL TO WS-DSC-MONTO-ED
               DISPLAY ">> DESCUENTOS MANUALES.: " WS-DSC-MONTO-ED
               MOVE WS-DSC-TOT-CORTESIA TO WS-DSC-MONTO-ED
               DISPLAY ">> CORTESÍAS...........: " WS-DSC-MONTO-ED
               COMPUTE WS-DSC-MONTO = WS-DSC-TOT-PROMO +
                   WS-DSC-TOT-MANUAL + WS-DSC-TOT-CORTESIA
               MOVE WS-DSC-MONTO TO WS-DSC-MONTO-ED
               DISPLAY ">> TOTAL DESCONTADO....: " WS-DSC-MONTO-ED
                   " EN " WS-DSC-LINEAS " LÍNEAS"
           END-IF.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".

       *>  LAS LÍNEAS HISTÓRICAS TIENEN EL MISMO TRAZADO QUE LAS
       *>  VIGENTES: AMBAS SE EVALÚAN DESDE WS-ENT-PEDIDOS
       004-DESCUENTO-HIST.
           MOVE REG-PEDIDOS-HIST TO WS-ENT-PEDIDOS.
           PERFORM 005-EVALUA-DESCUENTO.
           PERFORM 004-LEE-SIG-PEDIDO-HIST.

       004-DESCUENTO-VIGENTE.
           MOVE REG-PEDIDOS TO WS-ENT-PEDIDOS.
           PERFORM 005-EVALUA-DESCUENTO.
           PERFORM 004-LEE-SIG-PEDIDO.

       005-EVALUA-DESCUENTO.
           COMPUTE WS-RANGO-LINEA-NUM =
               WS-PEDIDOS-ANNO * 10000 + WS-PEDIDOS-MES * 100 +
               WS-PEDIDOS-DIA.

           IF  WS-RANGO-LINEA-NUM >= WS-RANGO-DESDE-NUM AND
               WS-RANGO-LINEA-NUM <= WS-RANGO-HASTA-NUM AND
               WS-PEDIDOS-ESTADO NOT = 'C' AND
               WS-PEDIDOS-DESCUENTO IS NUMERIC AND
               WS-PEDIDOS-DESCUENTO > ZERO
               THEN
                   PERFORM 005-IMPRIME-DESCUENTO
           END-IF.

       005-IMPRIME-DESCUENTO.
           ADD 1 TO WS-DSC-LINEAS.
           MOVE WS-PEDIDOS-DESCUENTO TO WS-DSC-MONTO.
           MOVE WS-DSC-MONTO TO WS-DSC-MONTO-ED.
           DISPLAY "------------------------------------------".
           EVALUATE WS-PEDIDOS-DESC-TIPO
               WHEN 'P'
                   ADD WS-DSC-MONTO TO WS-DSC-TOT-PROMO
                   DISPLAY WS-PEDIDOS-DIA "/" WS-PEDIDOS-MES "/"
                       WS-PEDIDOS-ANNO " COMANDA " WS-PEDIDOS-COMANDA
                       " PROMOCIÓN " WS-PEDIDOS-PROMOCION
                       " -" WS-DSC-MONTO-ED
               WHEN 'C'
                   ADD WS-DSC-MONTO TO WS-DSC-TOT-CORTESIA
                   DISPLAY WS-PEDIDOS-DIA "/" WS-PEDIDOS-MES "/"
                       WS-PEDIDOS-ANNO " COMANDA " WS-PEDIDOS-COMANDA
                       " CORTESÍA -" WS-DSC-MONTO-ED
               WHEN OTHER
                   ADD WS-DSC-MONTO TO WS-DSC-TOT-MANUAL
                   DISPLAY WS-PEDIDOS-DIA "/" WS-PEDIDOS-MES "/"
                       WS-PEDIDOS-ANNO " COMANDA " WS-PEDIDOS-COMANDA
                       " DESCUENTO -" WS-DSC-MONTO-ED
           END-EVALUATE.
           DISPLAY "   " WS-PEDIDOS-DESCRIPCION (1:30)
               " x" WS-PEDIDOS-CANTIDAD
               " | MOTIVO: " WS-PEDIDOS-DESC-MOTIVO (1:30).
           DISPLAY "   USUARIO: " WS-PEDIDOS-DESC-USUARIO
               " | MESERO: " WS-PEDIDOS-MESERO
               " | AUTORIZÓ: " WS-PEDIDOS-DESC-AUTORIZA.

           MOVE "U" TO WS-DSC-GRUPO.
           MOVE WS-PEDIDOS-DESC-USUARIO TO WS-DSC-LLAVE.
           PERFORM 005-ACUMULA-GRUPO-DSC.
           MOVE "M" TO WS-DSC-GRUPO.
           IF WS-PEDIDOS-MESERO = SPACES
               MOVE "SIN MESERO (PARA LLEVAR/DELIVERY)"
                   TO WS-DSC-LLAVE
           ELSE
               MOVE WS-PEDIDOS-MESERO TO WS-DSC-LLAVE
           END-IF.
           PERFORM 005-ACUMULA-GRUPO-DSC.
           IF WS-PEDIDOS-DESC-TIPO = 'P'
               MOVE "P" TO WS-DSC-GRUPO
               MOVE SPACES TO WS-DSC-LLAVE
               STRING WS-PEDIDOS-PROMOCION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PEDIDOS-DESC-MOTIVO DELIMITED BY SIZE
                   INTO WS-DSC-LLAVE
               END-STRING
           ELSE
               MOVE "R" TO WS-DSC-GRUPO
               MOVE WS-PEDIDOS-DESC-MOTIVO TO WS-DSC-LLAVE
           END-IF.
           PERFORM 005-ACUMULA-GRUPO-DSC.

       *>  SUMAR EL DESCUENTO WS-DSC-MONTO AL RENGLÓN DEL GRUPO
       *>  WS-DSC-GRUPO CON LA LLAVE WS-DSC-LLAVE
       005-ACUMULA-GRUPO-DSC.
           MOVE 0 TO WS-DSC-HALLADO.
           PERFORM VARYING WS-DSC-IDX FROM 1 BY 1
               UNTIL WS-DSC-IDX > WS-DSC-CANT OR WS-DSC-HALLADO = 1
               IF WS-DSC-I-GRUPO (WS-DSC-IDX) = WS-DSC-GRUPO AND
                   WS-DSC-I-LLAVE (WS-DSC-IDX) = WS-DSC-LLAVE
                   ADD 1 TO WS-DSC-I-LINEAS (WS-DSC-IDX)
                   ADD WS-DSC-MONTO TO WS-DSC-I-MONTO (WS-DSC-IDX)
                   MOVE 1 TO WS-DSC-HALLADO
               END-IF
           END-PERFORM.
           IF WS-DSC-HALLADO = 0
               IF WS-DSC-CANT < 200
                   ADD 1 TO WS-DSC-CANT
                   MOVE WS-DSC-GRUPO TO WS-DSC-I-GRUPO (WS-DSC-CANT)
                   MOVE WS-DSC-LLAVE TO WS-DSC-I-LLAVE (WS-DSC-CANT)
                   MOVE 1 TO WS-DSC-I-LINEAS (WS-DSC-CANT)
                   MOVE WS-DSC-MONTO TO WS-DSC-I-MONTO (WS-DSC-CANT)
               ELSE
                   MOVE 1 TO WS-DSC-DESBORDE
               END-IF
           END-IF.

       005-IMPRIME-GRUPO-DSC.
           IF WS-DSC-I-GRUPO (WS-DSC-IDX) = WS-DSC-GRUPO
               MOVE WS-DSC-I-MONTO (WS-DSC-IDX) TO WS-DSC-MONTO-ED
               DISPLAY " - " WS-DSC-I-LLAVE (WS-DSC-IDX)
                   " LÍNEAS: " WS-DSC-I-LINEAS (WS-DSC-IDX)
                   " | " WS-DSC-MONTO-ED
           END-IF.
       *>  -------------------------------------------------------------
       *>  LIBRO DE RESERVAS: REGISTRAR O CANCELAR UNA RESERVA DE
       *>  MESA Y CONSULTAR LAS RESERVAS DE UN DÍA
       *>  -------------------------------------------------------------
           DISPLAY "1. ABRIR TURNO (FONDO INICIAL).".
           DISPLAY "2. ARQUEO Y CIERRE DEL TURNO.".
           DISPLAY "3. CONSULTAR UN TURNO CERRADO.".
           DISPLAY "4. ABONO A LA CUENTA DE UN CLIENTE.".
           DISPLAY " ".
           DISPLAY "OPCIÓN: " WITH NO ADVANCING.
           ACCEPT WS-TUR-OPCION.
               WHEN 1 PERFORM 001-ABRE-TURNO
               WHEN 2 PERFORM 001-ARQUEO-TURNO
               WHEN 3 PERFORM 003-MOSTRAR-TURNO
               WHEN 4 PERFORM 002-ABONO-CUENTA
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY "OPCION INVÁLIDA"
       *>  LO ESPERADO POR TIPO DE PAGO, EN LA MISMA TABLA DEL
       *>  DESGLOSE DEL CIERRE DE CAJA PERO POR TURNO EN VEZ DE FECHA
               MOVE 0 TO WS-CIERRE-CANT-TIPOS
               MOVE ZERO TO WS-CIERRE-IGTF
               MOVE ZERO TO WS-CIERRE-VUELTO
               MOVE 'EFECTIVO' TO WS-CIERRE-TIPO-PAGO
               MOVE 'BS' TO WS-CIERRE-MONEDA
               MOVE ZERO TO WS-CIERRE-DIVISA
               PERFORM 000-LEE-TURNO-ACTUAL
               MOVE WS-TUR-FONDO TO WS-CIERRE-MONTO
               PERFORM 005-ACUMULA-TIPO-PAGO
               PERFORM 004-ACUMULA-PAGO-TURNO UNTIL WS-FIN-PAGOS = 1
               PERFORM 000-CIERRE-PAGOS

       *>  LOS ABONOS A CUENTAS DE CLIENTES RECIBIDOS EN EL TURNO
       *>  ENTRAN A LA GAVETA POR SU TIPO DE PAGO (EL CARGO A CUENTA
       *>  NO ES DINERO Y QUEDA FUERA DEL ARQUEO)
               PERFORM 000-INICIA-CXC
               MOVE 0 TO WS-FIN-CXC
               PERFORM 004-LEE-SIG-CXC
               PERFORM 004-ACUMULA-ABONO-TURNO UNTIL WS-FIN-CXC = 1
               PERFORM 000-CIERRE-CXC

       *>  EL VUELTO EN BOLÍVARES DE LOS PAGOS EN DIVISAS TAMBIÉN
       *>  SALIÓ DEL EFECTIVO EN BOLÍVARES DE LA GAVETA
               IF WS-CIERRE-TIPO-TOTAL (1) >= WS-CIERRE-VUELTO
                   SUBTRACT WS-CIERRE-VUELTO
                       FROM WS-CIERRE-TIPO-TOTAL (1)
               ELSE
                   MOVE ZERO TO WS-CIERRE-TIPO-TOTAL (1)
               END-IF

       *>  EL EFECTIVO DEVUELTO POR NOTAS DE CRÉDITO DEL TURNO SALIÓ
       *>  DE LA GAVETA, ASÍ QUE SE RESTA DE LO ESPERADO EN EFECTIVO
       *>  (EL RENGLÓN 1 DE LA TABLA, SEMBRADO CON EL FONDO)
                   UNTIL WS-CIERRE-IDX > WS-CIERRE-CANT-TIPOS

               DISPLAY "------------------------------------------"
               DISPLAY "VUELTO ENTREGADO EN BS POR PAGOS EN "
                   "DIVISAS: " WS-CIERRE-VUELTO
               DISPLAY "IGTF COBRADO EN EL TURNO: " WS-CIERRE-IGTF
               DISPLAY "TOTALES EN BOLÍVARES (DIVISAS A SU TASA):"
               DISPLAY ">> TOTAL ESPERADO: " WS-ARQ-ESPERADO-TOT
               DISPLAY ">> TOTAL CONTADO.: " WS-ARQ-CONTADO-TOT
               DISPLAY ">> SOBRANTE......: " WS-ARQ-SOBRANTE-TOT
       *>  PERTENECEN A NINGÚN TURNO Y SE DEJAN FUERA DEL ARQUEO
       004-ACUMULA-PAGO-TURNO.
           IF PAG-TURNO IS NUMERIC AND
               PAG-TURNO = WS-TURNO-ACTUAL AND
               PAG-TIPO NOT = 'CARGO A CUENTA' THEN
               PERFORM 005-DESGLOSA-PAGO
           END-IF.

           PERFORM 004-LEE-SIG-PAGO.

       004-LEE-SIG-CXC.
           READ F-ARCHIVO-CXC NEXT RECORD
               AT END MOVE 1 TO WS-FIN-CXC.

       004-ACUMULA-ABONO-TURNO.
           IF CXC-TIPO = 'A' AND CXC-TURNO = WS-TURNO-ACTUAL THEN
               MOVE CXC-TIPO-PAGO TO WS-CIERRE-TIPO-PAGO
               MOVE CXC-MONTO TO WS-CIERRE-MONTO
               MOVE 'BS' TO WS-CIERRE-MONEDA
               MOVE ZERO TO WS-CIERRE-DIVISA
               PERFORM 005-ACUMULA-TIPO-PAGO
           END-IF.
           PERFORM 004-LEE-SIG-CXC.

       004-RESTA-NOTA-TURNO.
           IF NCR-TURNO = WS-TURNO-ACTUAL AND
               NCR-A-CUENTA NOT = 'S' THEN
               IF WS-CIERRE-TIPO-TOTAL (1) >= NCR-MONTO
                   SUBTRACT NCR-MONTO
                       FROM WS-CIERRE-TIPO-TOTAL (1)
           PERFORM 004-LEE-SIG-NOTA.

       *>  ARQUEAR UN TIPO DE PAGO DE LA TABLA: MOSTRAR LO ESPERADO,
       *>  PEDIR LO CONTADO Y ASENTAR EL RENGLÓN DEL DETALLE. LOS
       *>  RENGLONES EN DIVISAS SE CUENTAN EN DÓLARES Y PASAN A LOS
       *>  TOTALES DEL TURNO EN BOLÍVARES A LA TASA A LA QUE SE
       *>  RECIBIERON
       002-ARQUEA-TIPO.
           IF WS-CIERRE-TIPO-MONEDA (WS-CIERRE-IDX) = 'USD'
               MOVE WS-CIERRE-TIPO-DIVISA (WS-CIERRE-IDX)
                   TO WS-ARQ-ESPERADO
               COMPUTE WS-ARQ-FACTOR ROUNDED =
                   WS-CIERRE-TIPO-TOTAL (WS-CIERRE-IDX) /
                   WS-CIERRE-TIPO-DIVISA (WS-CIERRE-IDX)
           ELSE
               MOVE WS-CIERRE-TIPO-TOTAL (WS-CIERRE-IDX)
                   TO WS-ARQ-ESPERADO
               MOVE 1 TO WS-ARQ-FACTOR
           END-IF.
           DISPLAY " - " WS-CIERRE-TIPO-NOMBRE (WS-CIERRE-IDX)
               " (" WS-CIERRE-TIPO-MONEDA (WS-CIERRE-IDX) ")"
               " ESPERADO: " WS-ARQ-ESPERADO.
           DISPLAY "   CONTADO EN GAVETA: " WITH NO ADVANCING.
           ACCEPT WS-ARQ-CONTADO.

               MOVE WS-TURNO-ACTUAL TO ARQ-TURNO.
               MOVE WS-CIERRE-TIPO-NOMBRE (WS-CIERRE-IDX)
                   TO ARQ-TIPO.
               IF WS-CIERRE-TIPO-MONEDA (WS-CIERRE-IDX) = 'USD'
                   MOVE ' USD' TO ARQ-TIPO (17:4)
               END-IF.
               MOVE WS-CIERRE-TIPO-MONEDA (WS-CIERRE-IDX)
                   TO ARQ-MONEDA.
               MOVE WS-ARQ-ESPERADO TO ARQ-ESPERADO.
               MOVE WS-ARQ-CONTADO TO ARQ-CONTADO.
               IF WS-ARQ-CONTADO >= WS-ARQ-ESPERADO
                   COMPUTE ARQ-SOBRANTE =
                       WS-ARQ-CONTADO - WS-ARQ-ESPERADO
                   MOVE ZERO TO ARQ-FALTANTE
               ELSE
                   MOVE ZERO TO ARQ-SOBRANTE
                   COMPUTE ARQ-FALTANTE =
                       WS-ARQ-ESPERADO - WS-ARQ-CONTADO
               END-IF.
               WRITE REG-ARQUEOS
                   INVALID KEY
                       REWRITE REG-ARQUEOS
                       END-REWRITE
               END-WRITE.
               COMPUTE WS-ARQ-ESPERADO-TOT ROUNDED =
                   WS-ARQ-ESPERADO-TOT + ARQ-ESPERADO * WS-ARQ-FACTOR.
               COMPUTE WS-ARQ-CONTADO-TOT ROUNDED =
                   WS-ARQ-CONTADO-TOT + ARQ-CONTADO * WS-ARQ-FACTOR.
               COMPUTE WS-ARQ-SOBRANTE-TOT ROUNDED =
                   WS-ARQ-SOBRANTE-TOT + ARQ-SOBRANTE * WS-ARQ-FACTOR.
               COMPUTE WS-ARQ-FALTANTE-TOT ROUNDED =
                   WS-ARQ-FALTANTE-TOT + ARQ-FALTANTE * WS-ARQ-FACTOR.
               IF ARQ-SOBRANTE > ZERO
                   DISPLAY "   SOBRANTE: " ARQ-SOBRANTE " " ARQ-MONEDA
               END-IF.
               IF ARQ-FALTANTE > ZERO
                   DISPLAY "   FALTANTE: " ARQ-FALTANTE " " ARQ-MONEDA
               END-IF.
           PERFORM 000-CIERRE-ARQUEOS.
       *>  -------------------------------------------------------------
                   PERFORM 003-MOSTRAR-ARQUEO-TURNO
               END-IF
           END-IF.
           DISPLAY " ".
           MOVE ZERO TO WS-ENCONTRADO.
           STOP "ENTER PARA CONTINUAR".

       003-MOSTRAR-ARQUEO-TURNO.
           PERFORM 000-INICIA-ARQUEOS.
               MOVE WS-TUR-NUMERO TO ARQ-TURNO.
               MOVE SPACES TO ARQ-TIPO.
               MOVE 0 TO WS-FIN-TURNOS.
               START F-ARCHIVO-ARQUEOS
                   KEY IS NOT LESS THAN ARQ-CLAVE
                   INVALID KEY MOVE 1 TO WS-FIN-TURNOS
               END-START.
               PERFORM 004-IMPRIME-LINEA-ARQUEO
                   UNTIL WS-FIN-TURNOS = 1.
           PERFORM 000-CIERRE-ARQUEOS.

       004-IMPRIME-LINEA-ARQUEO.
           READ F-ARCHIVO-ARQUEOS NEXT RECORD
               AT END
                   MOVE 1 TO WS-FIN-TURNOS
               NOT AT END
                   IF ARQ-TURNO NOT = WS-TUR-NUMERO
                       MOVE 1 TO WS-FIN-TURNOS
                   ELSE
                       DISPLAY " - " ARQ-TIPO
                           " ESPERADO: " ARQ-ESPERADO
                           " CONTADO: " ARQ-CONTADO
                       IF ARQ-SOBRANTE > ZERO
                           DISPLAY "   SOBRANTE: " ARQ-SOBRANTE
                       END-IF
                       IF ARQ-FALTANTE > ZERO
                           DISPLAY "   FALTANTE: " ARQ-FALTANTE
                       END-IF
                   END-IF
           END-READ.
       *>  -------------------------------------------------------------
       *>  BUSCAR AL INICIAR SESIÓN SI EL USUARIO DEJÓ UN TURNO DE
       *>  CAJA ABIERTO, PARA RETOMARLO EN LA SESIÓN
       *>  -------------------------------------------------------------
       000-BUSCA-TURNO-ABIERTO.
           MOVE ZERO TO WS-TURNO-ACTUAL.
           MOVE ZERO TO WS-TURNO-HALLADO.
           PERFORM 000-INICIA-TURNOS.
               MOVE 0 TO WS-FIN-TURNOS.
               PERFORM 004-LEE-SIG-TURNO.
               PERFORM 004-BUSCA-TURNO UNTIL WS-FIN-TURNOS = 1.
           PERFORM 000-CIERRE-TURNOS.

           IF WS-TURNO-HALLADO = 1
               DISPLAY "+++TIENE EL TURNO DE CAJA "
                   WS-TURNO-ACTUAL " ABIERTO+++"
           END-IF.

       004-LEE-SIG-TURNO.
           READ F-ARCHIVO-TURNOS NEXT RECORD
               AT END MOVE 1 TO WS-FIN-TURNOS.

       004-BUSCA-TURNO.
           IF TUR-ESTADO = 'A' AND TUR-CAJERO = WS-USUARIO-ACTUAL
               MOVE TUR-NUMERO TO WS-TURNO-ACTUAL
               MOVE 1 TO WS-TURNO-HALLADO
           END-IF.
           PERFORM 004-LEE-SIG-TURNO.
       *>  -------------------------------------------------------------
       *>  EMITIR UNA NOTA DE CRÉDITO CONTRA UNA FACTURA YA EMITIDA:
       *>  LA FACTURA NUNCA SE BORRA NI SE MODIFICA; LA NOTA, NUMERADA
       *>  EN SERIE PROPIA, REVIERTE EL MONTO (TOTAL O PARCIAL), EL
       *>  CIERRE DE CAJA LA NETEA EN SU FECHA, EL ARQUEO DEL TURNO
       *>  DESCUENTA EL EFECTIVO DEVUELTO Y UNA NOTA TOTAL REPONE EL
       *>  INVENTARIO DE LOS PLATILLOS DEVUELTOS
       *>  -------------------------------------------------------------
       001-NOTA-CREDITO.
           DISPLAY " ".
           DISPLAY "NOTA DE CRÉDITO SOBRE UNA FACTURA.".
           DISPLAY "--------------------------------------".
           DISPLAY " ".
           DISPLAY "NÚMERO DE LA FACTURA: " WITH NO ADVANCING.
           ACCEPT WS-FAC-NUMERO.

           MOVE 0 TO WS-ENCONTRADO.
           PERFORM 000-INICIA-FACTURAS.
               MOVE WS-FAC-NUMERO TO FAC-NUMERO.
               READ F-ARCHIVO-FACTURAS RECORD
                   KEY FAC-NUMERO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE REG-FACTURAS TO WS-ENT-FACTURAS
                       MOVE 1 TO WS-ENCONTRADO
               END-READ.
           PERFORM 000-CIERRE-FACTURAS.

           IF WS-ENCONTRADO = 0 THEN
               DISPLAY " "
               DISPLAY "*** LA FACTURA NO EXISTE ***"
               MOVE ZERO TO WS-ENCONTRADO
               STOP "ENTER PARA CONTINUAR"
           ELSE
               MOVE ZERO TO WS-ENCONTRADO
       *>  UNA FACTURA DE UN MES FISCAL YA CERRADO NO ADMITE NOTAS
               DIVIDE WS-FAC-FECHA BY 100 GIVING WS-LIB-PERIODO
               PERFORM 000-PERIODO-CERRADO
       *>  LO YA ACREDITADO CONTRA LA FACTURA LIMITA LA NUEVA NOTA
               MOVE ZERO TO WS-NCR-ACUM
               PERFORM 000-INICIA-NOTAS-CRED
               MOVE 0 TO WS-FIN-NOTAS
               PERFORM 004-LEE-SIG-NOTA
               PERFORM 004-ACUMULA-NOTA-FACTURA
                   UNTIL WS-FIN-NOTAS = 1
               PERFORM 000-CIERRE-NOTAS-CRED
       *>  EN UNA FACTURA MIXTA SÓLO LO CARGADO A LA CUENTA SE PUEDE
       *>  ACREDITAR: LA PARTE PAGADA EN CAJA NO SE DEVUELVE COMO
       *>  ABONO A LA CUENTA DEL CLIENTE
               MOVE WS-FAC-TOTAL TO WS-NCR-TOPE
               PERFORM 000-BUSCA-CARGO-FACTURA
               IF WS-CTA-HALLADO = 1
                   AND WS-CTA-CARGADO < WS-FAC-TOTAL
                   MOVE WS-CTA-CARGADO TO WS-NCR-TOPE
               END-IF

               IF WS-LIB-CERRADO = 1
                   DISPLAY " "
                   DISPLAY "*** LA FACTURA ES DE UN MES FISCAL "
                       "CERRADO, NO ADMITE NOTAS DE CRÉDITO ***"
                   STOP "ENTER PARA CONTINUAR"
               ELSE
               IF WS-NCR-ACUM >= WS-FAC-TOTAL
                   DISPLAY " "
                   DISPLAY "*** LA FACTURA YA FUE REVERTIDA POR "
                       "COMPLETO CON NOTAS DE CRÉDITO ***"
                   STOP "ENTER PARA CONTINUAR"
               ELSE
               IF WS-NCR-ACUM >= WS-NCR-TOPE
                   DISPLAY " "
                   DISPLAY "*** LO CARGADO A LA CUENTA DEL CLIENTE "
                       "YA FUE ACREDITADO, EL RESTO SE PAGÓ EN "
                       "CAJA ***"
                   STOP "ENTER PARA CONTINUAR"
               ELSE
                   COMPUTE WS-NCR-SALDO =
                       WS-NCR-TOPE - WS-NCR-ACUM
                   DISPLAY " "
                   DISPLAY "FACTURA NRO.: " WS-FAC-NUMERO
                       " | COMANDA: " WS-FAC-COMANDA
                   DISPLAY "CLIENTE: " WS-FAC-CLIENTE
                   DISPLAY "TOTAL FACTURADO....: " WS-FAC-TOTAL
                   DISPLAY "YA ACREDITADO......: " WS-NCR-ACUM
                   DISPLAY "SALDO ACREDITABLE..: " WS-NCR-SALDO
                   IF WS-NCR-TOPE < WS-FAC-TOTAL
                       DISPLAY "(FACTURA MIXTA: SÓLO SE ACREDITA LO "
                           "CARGADO A CUENTA, " WS-NCR-TOPE ")"
                   END-IF
                   DISPLAY " "
                   DISPLAY "1. NOTA TOTAL (POR EL SALDO, REPONE "
                       "INVENTARIO)."
                   DISPLAY "2. NOTA PARCIAL (SÓLO MONTO)."
                   DISPLAY "TIPO (1 o 2): " WITH NO ADVANCING
                   ACCEPT WS-TIPO-PEDIDO
                   PERFORM UNTIL WS-TIPO-PEDIDO = 1
                       OR WS-TIPO-PEDIDO = 2
                       DISPLAY "EL TIPO DEBE SER 1 o 2, "
                           "INTENTE DE NUEVO: " WITH NO ADVANCING
                       ACCEPT WS-TIPO-PEDIDO
                   END-PERFORM

                   IF WS-TIPO-PEDIDO = 1
                       MOVE 'T' TO WS-NCR-TIPO
                       MOVE WS-NCR-SALDO TO WS-NCR-MONTO
                   ELSE
                       MOVE 'P' TO WS-NCR-TIPO
                       DISPLAY "MONTO A ACREDITAR (EJ. 22.33): "
                           WITH NO ADVANCING
                       ACCEPT WS-NCR-MONTO
                       PERFORM UNTIL WS-NCR-MONTO > ZERO
                           AND WS-NCR-MONTO <= WS-NCR-SALDO
                           DISPLAY "EL MONTO DEBE SER MAYOR A CERO "
                               "Y NO PASAR DEL SALDO, INTENTE DE "
                               "NUEVO: " WITH NO ADVANCING
                           ACCEPT WS-NCR-MONTO
                       END-PERFORM
                   END-IF

                   DISPLAY "MOTIVO DE LA NOTA: " WITH NO ADVANCING
                   ACCEPT WS-NCR-MOTIVO

                   MOVE 'NOTASCRED' TO WS-CTR-NOMBRE
                   PERFORM 000-SIGUIENTE-CONTADOR
       *>          SIN NÚMERO RESERVADO LA NOTA NO SE EMITE: LA
       *>          NOTA CERO DE DOS INTENTOS FALLIDOS SE PISARÍA
                   IF WS-CTR-VALOR = ZERO
                       DISPLAY "LA NOTA NO SE PUEDE EMITIR SIN "
                           "NÚMERO, INTENTE DE NUEVO."
                       STOP "ENTER PARA CONTINUAR"
                   ELSE
                       PERFORM 002-EMITE-NOTA-CREDITO
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  EMITIR LA NOTA DE CRÉDITO YA VALIDADA Y ARMADA, CON EL
       *>  NÚMERO RESERVADO EN WS-CTR-VALOR: GRABADO, REPOSICIÓN DE
       *>  INVENTARIO SI ES TOTAL E IMPRESIÓN
       *>  -------------------------------------------------------------
       002-EMITE-NOTA-CREDITO.
           MOVE WS-CTR-VALOR TO WS-NCR-NUMERO.

           MOVE WS-FAC-NUMERO TO WS-NCR-FACTURA.
           MOVE WS-FAC-COMANDA TO WS-NCR-COMANDA.
           MOVE WS-FAC-CLIENTE TO WS-NCR-CLIENTE.
           ACCEPT WS-NCR-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-NCR-HORA FROM TIME.
           MOVE WS-USUARIO-ACTUAL TO WS-NCR-USUARIO.
           MOVE WS-TURNO-ACTUAL TO WS-NCR-TURNO.
       *>  SI LA FACTURA SE CARGÓ A LA CUENTA DEL CLIENTE, LA NOTA
       *>  SE LE ACREDITA EN SU CUENTA EN LUGAR DE DEVOLVER DINERO
           MOVE 'N' TO WS-NCR-A-CUENTA.
           PERFORM 000-BUSCA-CARGO-FACTURA.
           IF WS-CTA-HALLADO = 1
               MOVE 'S' TO WS-NCR-A-CUENTA
           END-IF.

           PERFORM 000-INICIA-NOTAS-CRED.
           WRITE REG-NOTAS-CRED FROM WS-ENT-NOTAS-CRED
               INVALID KEY
                   DISPLAY "ERROR AL REGISTRAR LA NOTA "
                       "DE CRÉDITO"
           END-WRITE.
           PERFORM 000-CIERRE-NOTAS-CRED.

           IF WS-NCR-A-CUENTA = 'S'
               MOVE WS-FAC-CLIENTE-COD TO WS-CXC-CLIENTE
               MOVE 'N' TO WS-CXC-TIPO
               MOVE WS-NCR-NUMERO TO WS-CXC-DOCUMENTO
               MOVE WS-NCR-COMANDA TO WS-CXC-COMANDA
               MOVE WS-NCR-MONTO TO WS-CXC-MONTO
               MOVE SPACES TO WS-CXC-TIPO-PAGO
               PERFORM 000-ASIENTA-CXC
           END-IF.

       *>  LA NOTA TOTAL DEVUELVE LOS PLATILLOS A COCINA, ASÍ QUE
       *>  SE REPONE EL INVENTARIO DE CADA LÍNEA NO ANULADA
           IF WS-NCR-TIPO = 'T'
               PERFORM 002-REPONE-COMANDA
           END-IF.

           PERFORM 000-LEE-PARAMETROS.
           PERFORM 003-IMPRIME-NOTA-CRED.

           DISPLAY "NOTA DE CRÉDITO REGISTRADA "
               "EXITOSAMENTE... " WITH NO ADVANCING.
           MOVE ZERO TO WS-TIPO-PEDIDO.
           STOP "ENTER PARA CONTINUAR".

       004-LEE-SIG-NOTA.
           READ F-ARCHIVO-NOTAS-CRED NEXT RECORD
               AT END MOVE 1 TO WS-FIN-NOTAS.

       004-ACUMULA-NOTA-FACTURA.
           IF NCR-FACTURA = WS-FAC-NUMERO
               ADD NCR-MONTO TO WS-NCR-ACUM
           END-IF.
           PERFORM 004-LEE-SIG-NOTA.
       *>  -------------------------------------------------------------
       *>  REPONER EL INVENTARIO DE TODAS LAS LÍNEAS NO ANULADAS DE
       *>  LA COMANDA DE LA NOTA (LAS LÍNEAS PUEDEN ESTAR EN EL
       *>  ARCHIVO OPERATIVO O YA ARCHIVADAS EN EL HISTÓRICO)
       *>  -------------------------------------------------------------
       002-REPONE-COMANDA.
           PERFORM 000-INICIA-PEDIDOS.
               MOVE WS-NCR-COMANDA TO RPE-COMANDA.
               MOVE 0 TO WS-FIN-LINEAS.
               START F-ARCHIVO-PEDIDOS
                   KEY IS EQUAL RPE-COMANDA
                   INVALID KEY MOVE 1 TO WS-FIN-LINEAS
               END-START.
               PERFORM 004-REPONE-LINEA UNTIL WS-FIN-LINEAS = 1.
           PERFORM 000-CIERRE-PEDIDOS.

           PERFORM 000-INICIA-PEDIDOS-HIST.
               MOVE WS-NCR-COMANDA TO RPH-COMANDA.
               MOVE 0 TO WS-FIN-LINEAS.
               START F-ARCHIVO-PEDIDOS-HIST
                   KEY IS EQUAL RPH-COMANDA
                   INVALID KEY MOVE 1 TO WS-FIN-LINEAS
               END-START.
               PERFORM 004-REPONE-LINEA-HIST
                   UNTIL WS-FIN-LINEAS = 1.
           PERFORM 000-CIERRE-PEDIDOS-HIST.

       004-REPONE-LINEA.
           READ F-ARCHIVO-PEDIDOS NEXT RECORD
               AT END
                   MOVE 1 TO WS-FIN-LINEAS
               NOT AT END
                   IF RPE-COMANDA NOT = WS-NCR-COMANDA
                       MOVE 1 TO WS-FIN-LINEAS
                   ELSE
                       IF RPE-ESTADO NOT = 'C'
                           MOVE RPE-DESCRIPCION TO
                               WS-REPO-DESCRIPCION
                           MOVE RPE-CANTIDAD TO WS-REPO-CANTIDAD
                           PERFORM 000-REPONE-PLATILLO
                       END-IF
                   END-IF
           END-READ.

       004-REPONE-LINEA-HIST.
           READ F-ARCHIVO-PEDIDOS-HIST NEXT RECORD
               AT END
                   MOVE 1 TO WS-FIN-LINEAS
               NOT AT END
                   IF RPH-COMANDA NOT = WS-NCR-COMANDA
                       MOVE 1 TO WS-FIN-LINEAS
                   ELSE
                       IF RPH-ESTADO NOT = 'C'
                           MOVE RPH-DESCRIPCION TO
                               WS-REPO-DESCRIPCION
                           MOVE RPH-CANTIDAD TO WS-REPO-CANTIDAD
                           PERFORM 000-REPONE-PLATILLO
                       END-IF
                   END-IF
           END-READ.
       *>  -------------------------------------------------------------
       *>  UBICAR EL PLATILLO POR LA DESCRIPCIÓN ASENTADA EN LA LÍNEA
       *>  (COMO HACE LA MEZCLA DE VENTAS) Y REPONER SU INVENTARIO
       *>  -------------------------------------------------------------
       000-REPONE-PLATILLO.
           MOVE 0 TO WS-REPO-HALLADO.
           PERFORM 000-INICIA-PLATILLOS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-PLATILLO.
           PERFORM 004-BUSCA-PLATILLO-REPO UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-PLATILLOS.

           IF WS-REPO-HALLADO = 1
               PERFORM 000-REPONE-EXISTENCIA
           END-IF.

       004-BUSCA-PLATILLO-REPO.
           IF RP-DESCRIPCION = WS-REPO-DESCRIPCION
               MOVE RP-CODIGO TO WS-REPO-CODIGO
               MOVE 1 TO WS-REPO-HALLADO
           END-IF.
           PERFORM 004-LEE-SIG-PLATILLO.
       *>  -------------------------------------------------------------
       *>  REPONER LA EXISTENCIA DEL PLATILLO EN WS-REPO-CODIGO: CON
       *>  RECETA SE DEVUELVEN LOS INSUMOS (CANTIDAD DE RECETA POR
       *>  UNIDADES DEVUELTAS); SIN RECETA SE SUMA AL CONTEO POR
       *>  PLATILLO, COMO EN EL DESCUENTO PERO AL REVÉS
       *>  -------------------------------------------------------------
       000-REPONE-EXISTENCIA.
           MOVE ZERO TO WS-REC-HALLADA.

           PERFORM 000-INICIA-RECETAS.
               MOVE WS-REPO-CODIGO TO REC-PLATILLO.
               MOVE SPACES TO REC-INSUMO.
               MOVE 0 TO WS-FIN-RECETAS.
               START F-ARCHIVO-RECETAS
                   KEY IS NOT LESS THAN REC-CLAVE
                   INVALID KEY MOVE 1 TO WS-FIN-RECETAS
               END-START.
               PERFORM 004-REPONE-LINEA-RECETA
                   UNTIL WS-FIN-RECETAS = 1.
           PERFORM 000-CIERRE-RECETAS.

           IF WS-REC-HALLADA = 0 THEN
               PERFORM 000-INICIA-INVENTARIO
               MOVE WS-REPO-CODIGO TO INV-CODIGO
               READ F-ARCHIVO-INVENTARIO RECORD
                   KEY INV-CODIGO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'INVENTARIO' TO WS-AUD-TABLA
                       MOVE INV-CODIGO TO WS-AUD-LLAVE
                       MOVE REG-INVENTARIO TO WS-AUD-ANTES
                       ADD WS-REPO-CANTIDAD TO INV-EXISTENCIA
                       REWRITE REG-INVENTARIO
                           INVALID KEY
                               DISPLAY "ERROR AL ACTUALIZAR EL "
                                   "INVENTARIO"
                       END-REWRITE
                       MOVE REG-INVENTARIO TO WS-AUD-DESPUES
                       PERFORM 000-REGISTRA-AUDITORIA
               END-READ
               PERFORM 000-CIERRE-INVENTARIO
           END-IF.

       004-REPONE-LINEA-RECETA.
           READ F-ARCHIVO-RECETAS NEXT RECORD
               AT END
                   MOVE 1 TO WS-FIN-RECETAS
               NOT AT END
                   IF REC-PLATILLO NOT = WS-REPO-CODIGO
                       MOVE 1 TO WS-FIN-RECETAS
                   ELSE
                       MOVE 1 TO WS-REC-HALLADA
                       COMPUTE WS-REC-NECESARIO =
                           REC-CANTIDAD * WS-REPO-CANTIDAD
                       PERFORM 005-REPONE-INSUMO
                   END-IF
           END-READ.

       *>  DEVOLVER AL INSUMO EN REC-INSUMO LA CANTIDAD YA DEJADA EN
       *>  WS-REC-NECESARIO, CON SU RENGLÓN DE AUDITORÍA
       005-REPONE-INSUMO.
           PERFORM 000-INICIA-INSUMOS.
               MOVE REC-INSUMO TO INS-CODIGO.
               READ F-ARCHIVO-INSUMOS RECORD
                   KEY INS-CODIGO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'INSUMOS' TO WS-AUD-TABLA
                       MOVE INS-CODIGO TO WS-AUD-LLAVE
                       MOVE REG-INSUMOS TO WS-AUD-ANTES
                       ADD WS-REC-NECESARIO TO INS-EXISTENCIA
                       REWRITE REG-INSUMOS
                           INVALID KEY
                               DISPLAY "ERROR AL ACTUALIZAR EL "
                                   "INSUMO"
                       END-REWRITE
                       MOVE REG-INSUMOS TO WS-AUD-DESPUES
                       PERFORM 000-REGISTRA-AUDITORIA
               END-READ.
           PERFORM 000-CIERRE-INSUMOS.
       *>  -------------------------------------------------------------
       *>  IMPRIMIR LA NOTA DE CRÉDITO YA CARGADA EN
       *>  WS-ENT-NOTAS-CRED, CON LOS DATOS FISCALES DEL RESTAURANTE
       *>  -------------------------------------------------------------
       003-IMPRIME-NOTA-CRED.
           DISPLAY " ".
           DISPLAY "========================================".
           DISPLAY WS-PRM-RAZON-SOCIAL.
           DISPLAY "RIF: " WS-PRM-RIF.
           DISPLAY WS-PRM-DIRECCION.
           DISPLAY "----------------------------------------".
           DISPLAY "NOTA DE CRÉDITO NRO.: " WS-NCR-NUMERO.
           DISPLAY "FECHA: " WS-NCR-FECHA.
           DISPLAY "FACTURA AFECTADA NRO.: " WS-NCR-FACTURA.
           DISPLAY "COMANDA NRO.: " WS-NCR-COMANDA.
           DISPLAY "CLIENTE: " WS-NCR-CLIENTE.
           IF WS-NCR-TIPO = 'T'
               DISPLAY "TIPO: REVERSO TOTAL"
           ELSE
               DISPLAY "TIPO: REVERSO PARCIAL"
           END-IF.
           DISPLAY "MOTIVO: " WS-NCR-MOTIVO.
           DISPLAY ">> MONTO ACREDITADO: " WS-NCR-MONTO.
           IF WS-NCR-A-CUENTA = 'S'
               DISPLAY "ACREDITADA A LA CUENTA DEL CLIENTE "
                   "(SIN DEVOLUCIÓN DE DINERO)"
           END-IF.
           DISPLAY "EMITIDA POR: " WS-NCR-USUARIO.
           DISPLAY "========================================".
       *>  -------------------------------------------------------------
       *>  REIMPRIMIR UNA NOTA DE CRÉDITO YA EMITIDA, POR SU NÚMERO
       *>  -------------------------------------------------------------
       003-REIMPRIME-NOTA-CRED.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "REIMPRIMIR NOTA DE CRÉDITO: ".
           DISPLAY "********************************".
           DISPLAY "NÚMERO DE LA NOTA: " WITH NO ADVANCING.
           ACCEPT WS-NCR-NUMERO.

           MOVE 0 TO WS-ENCONTRADO.
           PERFORM 000-INICIA-NOTAS-CRED.
               MOVE WS-NCR-NUMERO TO NCR-NUMERO.
               READ F-ARCHIVO-NOTAS-CRED RECORD
                   KEY NCR-NUMERO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE REG-NOTAS-CRED TO WS-ENT-NOTAS-CRED
                       MOVE 1 TO WS-ENCONTRADO
               END-READ.
           PERFORM 000-CIERRE-NOTAS-CRED.

           IF WS-ENCONTRADO = 0 THEN
               DISPLAY " "
               DISPLAY "*** LA NOTA DE CRÉDITO NO EXISTE ***"
           ELSE
               PERFORM 000-LEE-PARAMETROS
               PERFORM 003-IMPRIME-NOTA-CRED
           END-IF.
           DISPLAY " ".
           MOVE ZERO TO WS-ENCONTRADO.
           STOP "ENTER PARA CONTINUAR".
       *>  -------------------------------------------------------------
       *>  MANTENIMIENTO DEL MAESTRO DE CLIENTES: REGISTRAR O
       *>  ACTUALIZAR, ELIMINAR Y LISTAR
       *>  -------------------------------------------------------------
       001-CLIENTES.
           DISPLAY " ".
           DISPLAY "MAESTRO DE CLIENTES.".
           DISPLAY "--------------------------------------".
           DISPLAY "1. REGISTRAR O ACTUALIZAR UN CLIENTE.".
           DISPLAY "2. ELIMINAR UN CLIENTE.".
           DISPLAY "3. LISTAR LOS CLIENTES.".
           DISPLAY "4. ESTADO DE CUENTA DE UN CLIENTE.".
           DISPLAY "5. ANTIGÜEDAD DE SALDOS (CUENTAS POR COBRAR).".
           DISPLAY " ".
           DISPLAY "OPCIÓN: " WITH NO ADVANCING.
           ACCEPT WS-CLI-OPCION.

           EVALUATE WS-CLI-OPCION
               WHEN 1 PERFORM 002-CLIENTE-REGISTRA
               WHEN 2 PERFORM 002-CLIENTE-ELIMINA
               WHEN 3
                   PERFORM 000-INICIA-CLIENTES
                   PERFORM 003-MOSTRAR-CLIENTES
                   PERFORM 000-CIERRE-CLIENTES
                   DISPLAY " "
                   STOP "ENTER PARA CONTINUAR"
               WHEN 4 PERFORM 003-ESTADO-CUENTA
               WHEN 5 PERFORM 003-ANTIGUEDAD-SALDOS
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY "OPCION INVÁLIDA"
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  REGISTRO Y/O ACTUALIZACIÓN DE LOS DATOS DE UN CLIENTE
       *>  -------------------------------------------------------------
       002-CLIENTE-REGISTRA.
           DISPLAY " ".
           DISPLAY "CÓDIGO DEL CLIENTE: " WITH NO ADVANCING.
           ACCEPT WS-CLI-CODIGO.
           PERFORM UNTIL WS-CLI-CODIGO NOT = SPACES
               DISPLAY "EL CÓDIGO NO PUEDE ESTAR EN BLANCO, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-CLI-CODIGO
           END-PERFORM.

           PERFORM 000-INICIA-CLIENTES.
               MOVE WS-CLI-CODIGO TO CLI-CODIGO.
               READ F-ARCHIVO-CLIENTES RECORD
                   KEY CLI-CODIGO
                   INVALID KEY MOVE 0 TO WS-CONSULTA
                   NOT INVALID KEY MOVE 1 TO WS-CONSULTA.
           PERFORM 000-CIERRE-CLIENTES.

       *>  EL LÍMITE DE CRÉDITO SÓLO LO CAMBIA UN GERENTE; PARA LOS
       *>  DEMÁS SE CONSERVA EL QUE YA TENÍA EL CLIENTE
           MOVE ZERO TO WS-CLI-LIMITE-CREDITO.
           IF WS-CONSULTA = 1 AND CLI-LIMITE-CREDITO IS NUMERIC
               MOVE CLI-LIMITE-CREDITO TO WS-CLI-LIMITE-CREDITO
           END-IF.

           IF WS-CONSULTA = 1
                DISPLAY " "
                DISPLAY "+++ADVERTENCIA: REGISTRO DE "
                            "CLIENTE YA EXISTE, "
                            "LOS DATOS QUE INTRODUZCA A CONTINUACIÓN "
                            "ACTUALIZARAN LOS YA EXISTENTE+++"
                DISPLAY " "
                MOVE ZERO TO WS-CONSULTA
           END-IF.
       *>  ENTRADA DE DATOS
           DISPLAY "NOMBRE Y APELLIDO: " WITH NO ADVANCING.
           ACCEPT WS-CLI-NOMBRE.
           PERFORM UNTIL WS-CLI-NOMBRE NOT = SPACES
               DISPLAY "EL NOMBRE NO PUEDE ESTAR EN BLANCO, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-CLI-NOMBRE
           END-PERFORM.
           DISPLAY "TELÉFONO: " WITH NO ADVANCING.
           ACCEPT WS-CLI-TELEFONO.
           DISPLAY "RIF (PARA LAS FACTURAS): " WITH NO ADVANCING.
           ACCEPT WS-CLI-RIF.
           IF WS-USUARIO-PERFIL = 'GERENTE'
               DISPLAY "LÍMITE DE CRÉDITO ACTUAL: "
                   WS-CLI-LIMITE-CREDITO
               DISPLAY "LÍMITE DE CRÉDITO PARA CARGOS A CUENTA "
                   "(0 = SIN CRÉDITO): " WITH NO ADVANCING
               ACCEPT WS-CLI-LIMITE-CREDITO
           END-IF.
       *>  REGISTRO DE LOS DATOS EN EL ARCHIVO
           PERFORM 000-INICIA-CLIENTES.
           WRITE REG-CLIENTES FROM WS-ENT-CLIENTES
                INVALID KEY
                    MOVE 'CLIENTES' TO WS-AUD-TABLA
                    MOVE CLI-CODIGO TO WS-AUD-LLAVE
                    READ F-ARCHIVO-CLIENTES RECORD KEY CLI-CODIGO
                        INVALID KEY CONTINUE
                    END-READ
                    MOVE REG-CLIENTES TO WS-AUD-ANTES
                    REWRITE REG-CLIENTES FROM WS-ENT-CLIENTES
                    END-REWRITE
                    MOVE REG-CLIENTES TO WS-AUD-DESPUES
                    PERFORM 000-REGISTRA-AUDITORIA
           END-WRITE.
           PERFORM 000-CIERRE-CLIENTES.
           DISPLAY "CLIENTE REGISTRADO EXITOSAMENTE... "
               WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".
       *>  -------------------------------------------------------------
       *>  ELIMINAR UN CLIENTE DEL MAESTRO
       *>  -------------------------------------------------------------
       002-CLIENTE-ELIMINA.
           DISPLAY " ".
           DISPLAY "CÓDIGO DEL CLIENTE A ELIMINAR: "
               WITH NO ADVANCING.
           ACCEPT WS-CLI-CODIGO.

       *>  UN CLIENTE CON SALDO EN SU CUENTA NO SE PUEDE ELIMINAR:
       *>  SUS MOVIMIENTOS QUEDARÍAN SIN DUEÑO
           MOVE WS-CLI-CODIGO TO WS-CTA-CLIENTE.
           PERFORM 000-SUMA-CXC-CLIENTE.
           IF WS-CTA-SALDO NOT = ZERO
               DISPLAY "EL CLIENTE TIENE SALDO EN SU CUENTA POR "
                   "COBRAR, NO SE PUEDE ELIMINAR."
           ELSE
               PERFORM 000-INICIA-CLIENTES
               MOVE WS-CLI-CODIGO TO CLI-CODIGO
               DELETE F-ARCHIVO-CLIENTES RECORD
                   INVALID KEY
                       DISPLAY "EL CLIENTE NO EXISTE."
                   NOT INVALID KEY
                       DISPLAY "CLIENTE ELIMINADO EXITOSAMENTE..."
               END-DELETE
               PERFORM 000-CIERRE-CLIENTES
           END-IF.
           STOP "ENTER PARA CONTINUAR".
       *>  -------------------------------------------------------------
       *>  LISTAR LOS CLIENTES REGISTRADOS (EL ARCHIVO YA VIENE
       *>  ABIERTO)
       *>  -------------------------------------------------------------
       003-MOSTRAR-CLIENTES.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-CLIENTE.

           DISPLAY "LISTA DE CLIENTES REGISTRADOS: ".
           PERFORM 004-IMPRIME-CLIENTE UNTIL WS-FIN-ARCHIVO = 1.

       004-LEE-SIG-CLIENTE.
           READ F-ARCHIVO-CLIENTES NEXT RECORD
               AT END MOVE 1 TO WS-FIN-ARCHIVO.

       004-IMPRIME-CLIENTE.
           DISPLAY " -> " CLI-CODIGO " " CLI-NOMBRE
               " | TEL: " CLI-TELEFONO " | RIF: " CLI-RIF.
           PERFORM 004-LEE-SIG-CLIENTE.
       *>  -------------------------------------------------------------
       *>  SALDO DE LA CUENTA POR COBRAR DEL CLIENTE WS-CTA-CLIENTE:
       *>  TRAE SU NOMBRE Y LÍMITE DEL MAESTRO (WS-CTA-EXISTE = 1 SI
       *>  ESTÁ REGISTRADO) Y SUMA SUS MOVIMIENTOS
       *>  -------------------------------------------------------------
       000-SALDO-CLIENTE.
           MOVE 0 TO WS-CTA-EXISTE.
           MOVE SPACES TO WS-CTA-NOMBRE.
           MOVE ZERO TO WS-CTA-LIMITE.
           PERFORM 000-INICIA-CLIENTES.
               MOVE WS-CTA-CLIENTE TO CLI-CODIGO.
               READ F-ARCHIVO-CLIENTES RECORD
                   KEY CLI-CODIGO
                   INVALID KEY MOVE 0 TO WS-CTA-EXISTE
                   NOT INVALID KEY
                       MOVE 1 TO WS-CTA-EXISTE
                       MOVE CLI-NOMBRE TO WS-CTA-NOMBRE
                       IF CLI-LIMITE-CREDITO IS NUMERIC
                           MOVE CLI-LIMITE-CREDITO TO WS-CTA-LIMITE
                       END-IF
               END-READ.
           PERFORM 000-CIERRE-CLIENTES.
           PERFORM 000-SUMA-CXC-CLIENTE.
       *>  -------------------------------------------------------------
       *>  SUMAR LOS CARGOS (FACTURAS) Y LOS CRÉDITOS (NOTAS DE CRÉDITO
       *>  Y ABONOS) DE LA CUENTA DEL CLIENTE WS-CTA-CLIENTE
       *>  -------------------------------------------------------------
       000-SUMA-CXC-CLIENTE.
           MOVE ZERO TO WS-CTA-CARGOS.
           MOVE ZERO TO WS-CTA-CREDITOS.
           PERFORM 000-INICIA-CXC.
           PERFORM 005-POSICIONA-CXC-CLIENTE.
           PERFORM 004-SUMA-MOV-CXC UNTIL WS-FIN-CXC = 1.
           PERFORM 000-CIERRE-CXC.
           COMPUTE WS-CTA-SALDO = WS-CTA-CARGOS - WS-CTA-CREDITOS.

       004-SUMA-MOV-CXC.
           IF CXC-TIPO = 'F'
               ADD CXC-MONTO TO WS-CTA-CARGOS
           ELSE
               ADD CXC-MONTO TO WS-CTA-CREDITOS
           END-IF.
           PERFORM 004-LEE-CXC-CLIENTE.

       *>  UBICAR EL PRIMER MOVIMIENTO DEL CLIENTE WS-CTA-CLIENTE (EL
       *>  ARCHIVO YA VIENE ABIERTO)
       005-POSICIONA-CXC-CLIENTE.
           MOVE 0 TO WS-FIN-CXC.
           MOVE WS-CTA-CLIENTE TO CXC-CLIENTE.
           MOVE ZERO TO CXC-NUMERO.
           START F-ARCHIVO-CXC KEY IS NOT LESS THAN CXC-CLAVE
               INVALID KEY MOVE 1 TO WS-FIN-CXC
           END-START.
           IF WS-FIN-CXC = 0
               PERFORM 004-LEE-CXC-CLIENTE
           END-IF.

       004-LEE-CXC-CLIENTE.
           READ F-ARCHIVO-CXC NEXT RECORD
               AT END MOVE 1 TO WS-FIN-CXC
               NOT AT END
                   IF CXC-CLIENTE NOT = WS-CTA-CLIENTE
                       MOVE 1 TO WS-FIN-CXC
                   END-IF
           END-READ.
       *>  -------------------------------------------------------------
       *>  ASENTAR UN MOVIMIENTO EN LA CUENTA POR COBRAR (WS-ENT-CXC
       *>  YA TRAE CLIENTE, TIPO, DOCUMENTO, COMANDA, MONTO Y TIPO DE
       *>  PAGO); WS-CTA-ASENTADO = 1 SI QUEDÓ GRABADO
       *>  -------------------------------------------------------------
       000-ASIENTA-CXC.
           MOVE 0 TO WS-CTA-ASENTADO.
           MOVE 'CXC' TO WS-CTR-NOMBRE.
           PERFORM 000-SIGUIENTE-CONTADOR.
           IF WS-CTR-VALOR = ZERO
               DISPLAY "NO SE PUDO NUMERAR EL MOVIMIENTO DE LA "
                   "CUENTA DEL CLIENTE " WS-CXC-CLIENTE
                   ", AVISE AL GERENTE."
           ELSE
               MOVE WS-CTR-VALOR TO WS-CXC-NUMERO
               IF WS-CXC-TIPO = 'A'
                   MOVE WS-CTR-VALOR TO WS-CXC-DOCUMENTO
               END-IF
               ACCEPT WS-CXC-FECHA FROM DATE YYYYMMDD
               ACCEPT WS-CXC-HORA FROM TIME
               MOVE WS-USUARIO-ACTUAL TO WS-CXC-USUARIO
               MOVE WS-TURNO-ACTUAL TO WS-CXC-TURNO
               PERFORM 000-INICIA-CXC
               WRITE REG-CXC FROM WS-ENT-CXC
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL MOVIMIENTO DE LA "
                           "CUENTA: " FS-STATUS-CXC
                   NOT INVALID KEY
                       MOVE 1 TO WS-CTA-ASENTADO
               END-WRITE
               PERFORM 000-CIERRE-CXC
           END-IF.
       *>  -------------------------------------------------------------
       *>  BUSCAR SI LA FACTURA WS-FAC-NUMERO FUE CARGADA A LA CUENTA
       *>  DE SU CLIENTE (WS-CTA-HALLADO = 1) Y POR CUÁNTO
       *>  (WS-CTA-CARGADO)
       *>  -------------------------------------------------------------
       000-BUSCA-CARGO-FACTURA.
           MOVE 0 TO WS-CTA-HALLADO.
           MOVE ZERO TO WS-CTA-CARGADO.
           IF WS-FAC-CLIENTE-COD NOT = SPACES
               MOVE WS-FAC-CLIENTE-COD TO WS-CTA-CLIENTE
               PERFORM 000-INICIA-CXC
               PERFORM 005-POSICIONA-CXC-CLIENTE
               PERFORM 004-BUSCA-CARGO UNTIL WS-FIN-CXC = 1
               PERFORM 000-CIERRE-CXC
           END-IF.

       004-BUSCA-CARGO.
           IF CXC-TIPO = 'F' AND CXC-DOCUMENTO = WS-FAC-NUMERO
               MOVE 1 TO WS-CTA-HALLADO
               MOVE CXC-MONTO TO WS-CTA-CARGADO
               MOVE 1 TO WS-FIN-CXC
           ELSE
               PERFORM 004-LEE-CXC-CLIENTE
           END-IF.
       *>  -------------------------------------------------------------
       *>  CONVERTIR LA FECHA WS-DIAS-FECHA (AAAAMMDD) EN UN NÚMERO DE
       *>  DÍAS CORRIDOS (WS-DIAS-NUM) PARA RESTAR FECHAS; EL AÑO SE
       *>  CUENTA DESDE MARZO PARA QUE FEBRERO QUEDE AL FINAL
       *>  -------------------------------------------------------------
       000-DIAS-FECHA.
           IF WS-DIAS-MES > 2
               MOVE WS-DIAS-ANNO TO WS-DIAS-A
               MOVE WS-DIAS-MES TO WS-DIAS-M
           ELSE
               COMPUTE WS-DIAS-A = WS-DIAS-ANNO - 1
               COMPUTE WS-DIAS-M = WS-DIAS-MES + 12
           END-IF.
           COMPUTE WS-DIAS-NUM = 365 * WS-DIAS-A + WS-DIAS-DIA.
           DIVIDE WS-DIAS-A BY 4 GIVING WS-DIAS-AUX.
           ADD WS-DIAS-AUX TO WS-DIAS-NUM.
           DIVIDE WS-DIAS-A BY 100 GIVING WS-DIAS-AUX.
           SUBTRACT WS-DIAS-AUX FROM WS-DIAS-NUM.
           DIVIDE WS-DIAS-A BY 400 GIVING WS-DIAS-AUX.
           ADD WS-DIAS-AUX TO WS-DIAS-NUM.
           COMPUTE WS-DIAS-AUX = 153 * (WS-DIAS-M - 3) + 2.
           DIVIDE WS-DIAS-AUX BY 5 GIVING WS-DIAS-AUX.
           ADD WS-DIAS-AUX TO WS-DIAS-NUM.
       *>  -------------------------------------------------------------
       *>  ABONO A LA CUENTA DE UN CLIENTE RECIBIDO EN LA CAJA: ENTRA
       *>  AL ARQUEO DEL TURNO ABIERTO POR SU TIPO DE PAGO (EN BS)
       *>  -------------------------------------------------------------
       002-ABONO-CUENTA.
           DISPLAY " ".
           IF WS-TURNO-ACTUAL = ZERO
               DISPLAY "DEBE ABRIR UN TURNO DE CAJA PARA RECIBIR "
                   "ABONOS."
           ELSE
               DISPLAY "CÓDIGO DEL CLIENTE: " WITH NO ADVANCING
               ACCEPT WS-CTA-CLIENTE
               PERFORM 000-SALDO-CLIENTE
               IF WS-CTA-EXISTE = 0
                   DISPLAY "EL CLIENTE NO EXISTE."
               ELSE
                   MOVE WS-CTA-SALDO TO WS-CTA-SALDO-ED
                   DISPLAY "CLIENTE: " WS-CTA-NOMBRE
                   DISPLAY "SALDO DE LA CUENTA: " WS-CTA-SALDO-ED
                   IF WS-CTA-SALDO NOT > ZERO
                       DISPLAY "EL CLIENTE NO TIENE SALDO PENDIENTE."
                   ELSE
                       PERFORM 002-PIDE-ABONO
                   END-IF
               END-IF
           END-IF.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".

       002-PIDE-ABONO.
           DISPLAY "TIPO DE PAGO DEL ABONO (EJ. EFECTIVO, "
               "PAGO MOVIL,...): " WITH NO ADVANCING.
           ACCEPT WS-CXC-TIPO-PAGO.
           PERFORM UNTIL WS-CXC-TIPO-PAGO NOT = SPACES
               AND WS-CXC-TIPO-PAGO NOT = 'CARGO A CUENTA'
               DISPLAY "TIPO DE PAGO INVÁLIDO PARA UN ABONO, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-CXC-TIPO-PAGO
           END-PERFORM.
           DISPLAY "MONTO DEL ABONO EN BS (EJ. 22.33): "
               WITH NO ADVANCING.
           ACCEPT WS-CTA-ABONO.
           PERFORM UNTIL WS-CTA-ABONO > ZERO
               AND WS-CTA-ABONO NOT > WS-CTA-SALDO
               DISPLAY "EL MONTO DEBE SER MAYOR A CERO Y NO EXCEDER "
                   "EL SALDO, INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-CTA-ABONO
           END-PERFORM.

           MOVE WS-CTA-CLIENTE TO WS-CXC-CLIENTE.
           MOVE 'A' TO WS-CXC-TIPO.
           MOVE ZERO TO WS-CXC-COMANDA.
           MOVE WS-CTA-ABONO TO WS-CXC-MONTO.
           PERFORM 000-ASIENTA-CXC.
           IF WS-CTA-ASENTADO = 1
               SUBTRACT WS-CTA-ABONO FROM WS-CTA-SALDO
               MOVE WS-CTA-SALDO TO WS-CTA-SALDO-ED
               DISPLAY " "
               DISPLAY "========== RECIBO DE ABONO =========="
               DISPLAY "RECIBO NRO.: " WS-CXC-NUMERO
               DISPLAY "FECHA: " WS-CXC-FECHA " HORA: " WS-CXC-HORA
               DISPLAY "CLIENTE: " WS-CXC-CLIENTE " " WS-CTA-NOMBRE
               DISPLAY "TIPO DE PAGO: " WS-CXC-TIPO-PAGO
               DISPLAY ">> MONTO ABONADO: " WS-CXC-MONTO
               DISPLAY "NUEVO SALDO DE LA CUENTA: " WS-CTA-SALDO-ED
               DISPLAY "RECIBIDO POR: " WS-CXC-USUARIO
                   " TURNO: " WS-CXC-TURNO
           END-IF.
       *>  -------------------------------------------------------------
       *>  ESTADO DE CUENTA DE UN CLIENTE: FACTURAS CARGADAS, NOTAS DE
       *>  CRÉDITO Y ABONOS CON EL SALDO CORRIDO
       *>  -------------------------------------------------------------
       003-ESTADO-CUENTA.
           DISPLAY " ".
           DISPLAY "CÓDIGO DEL CLIENTE: " WITH NO ADVANCING.
           ACCEPT WS-CTA-CLIENTE.
           PERFORM 000-SALDO-CLIENTE.
           IF WS-CTA-EXISTE = 0
               DISPLAY "EL CLIENTE NO EXISTE."
           ELSE
               DISPLAY " "
               DISPLAY "ESTADO DE CUENTA DEL CLIENTE " WS-CTA-CLIENTE
               DISPLAY "NOMBRE: " WS-CTA-NOMBRE
               DISPLAY "LÍMITE DE CRÉDITO: " WS-CTA-LIMITE
               DISPLAY "----------------------------------------------"
                   "------------------------"
               DISPLAY "FECHA    DOCUMENTO       TIPO         "
                   "       MONTO        SALDO"
               MOVE ZERO TO WS-CTA-SALDO
               PERFORM 000-INICIA-CXC
               PERFORM 005-POSICIONA-CXC-CLIENTE
               PERFORM 004-IMPRIME-MOV-CXC UNTIL WS-FIN-CXC = 1
               PERFORM 000-CIERRE-CXC
               COMPUTE WS-CTA-DISPONIBLE = WS-CTA-LIMITE - WS-CTA-SALDO
               DISPLAY "----------------------------------------------"
                   "------------------------"
               MOVE WS-CTA-SALDO TO WS-CTA-SALDO-ED
               DISPLAY ">> SALDO DE LA CUENTA: " WS-CTA-SALDO-ED
               MOVE WS-CTA-DISPONIBLE TO WS-CTA-SALDO-ED
               DISPLAY ">> CRÉDITO DISPONIBLE: " WS-CTA-SALDO-ED
               IF WS-CTA-SALDO > WS-CTA-LIMITE
                   DISPLAY "*** CLIENTE EXCEDIDO EN SU LÍMITE: "
                       "BLOQUEADO PARA NUEVOS CARGOS ***"
               END-IF
           END-IF.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".

       004-IMPRIME-MOV-CXC.
           EVALUATE CXC-TIPO
               WHEN 'F'
                   MOVE 'FACTURA' TO WS-CTA-TIPO-DESC
                   ADD CXC-MONTO TO WS-CTA-SALDO
               WHEN 'N'
                   MOVE 'NOTA CREDITO' TO WS-CTA-TIPO-DESC
                   SUBTRACT CXC-MONTO FROM WS-CTA-SALDO
               WHEN OTHER
                   MOVE 'ABONO' TO WS-CTA-TIPO-DESC
                   SUBTRACT CXC-MONTO FROM WS-CTA-SALDO
           END-EVALUATE.
           MOVE CXC-MONTO TO WS-CTA-MONTO-ED.
           MOVE WS-CTA-SALDO TO WS-CTA-SALDO-ED.
           DISPLAY CXC-FECHA " " CXC-DOCUMENTO " " WS-CTA-TIPO-DESC
               " " WS-CTA-MONTO-ED " " WS-CTA-SALDO-ED.
           PERFORM 004-LEE-CXC-CLIENTE.
       *>  -------------------------------------------------------------
       *>  ANTIGÜEDAD DE SALDOS POR CLIENTE (0-30, 31-60, 61-90 Y MÁS
       *>  DE 90 DÍAS). LOS CRÉDITOS SE APLICAN A LOS CARGOS MÁS
       *>  VIEJOS; SE SEÑALAN LOS CLIENTES EXCEDIDOS EN SU LÍMITE
       *>  -------------------------------------------------------------
       003-ANTIGUEDAD-SALDOS.
           ACCEPT WS-DIAS-FECHA FROM DATE YYYYMMDD.
           PERFORM 000-DIAS-FECHA.
           MOVE WS-DIAS-NUM TO WS-CTA-HOY-NUM.
           MOVE ZERO TO WS-CTA-TOT-1.
           MOVE ZERO TO WS-CTA-TOT-2.
           MOVE ZERO TO WS-CTA-TOT-3.
           MOVE ZERO TO WS-CTA-TOT-4.
           MOVE ZERO TO WS-CTA-TOT-SALDO.
           MOVE ZERO TO WS-CTA-EXCEDIDOS.

           DISPLAY " ".
           DISPLAY "ANTIGÜEDAD DE SALDOS DE CUENTAS POR COBRAR AL "
               WS-DIAS-FECHA.
           DISPLAY "------------------------------------------------"
               "----------------------".
           PERFORM 000-INICIA-CLIENTES.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-CLIENTE.
           PERFORM 004-ANTIGUEDAD-CLIENTE UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-CLIENTES.

           DISPLAY "------------------------------------------------"
               "----------------------".
           MOVE WS-CTA-TOT-SALDO TO WS-CTA-TOT-ED.
           DISPLAY ">> TOTAL POR COBRAR: " WS-CTA-TOT-ED.
           MOVE WS-CTA-TOT-1 TO WS-CTA-TOT-ED.
           DISPLAY "   0 A 30 DÍAS.....: " WS-CTA-TOT-ED.
           MOVE WS-CTA-TOT-2 TO WS-CTA-TOT-ED.
           DISPLAY "   31 A 60 DÍAS....: " WS-CTA-TOT-ED.
           MOVE WS-CTA-TOT-3 TO WS-CTA-TOT-ED.
           DISPLAY "   61 A 90 DÍAS....: " WS-CTA-TOT-ED.
           MOVE WS-CTA-TOT-4 TO WS-CTA-TOT-ED.
           DISPLAY "   MÁS DE 90 DÍAS..: " WS-CTA-TOT-ED.
           DISPLAY ">> CLIENTES EXCEDIDOS (BLOQUEADOS): "
               WS-CTA-EXCEDIDOS.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".

       004-ANTIGUEDAD-CLIENTE.
           MOVE CLI-CODIGO TO WS-CTA-CLIENTE.
           MOVE ZERO TO WS-CTA-LIMITE.
           IF CLI-LIMITE-CREDITO IS NUMERIC
               MOVE CLI-LIMITE-CREDITO TO WS-CTA-LIMITE
           END-IF.
           PERFORM 000-SUMA-CXC-CLIENTE.
           IF WS-CTA-SALDO NOT = ZERO
               PERFORM 005-TRAMOS-CLIENTE
           END-IF.
           PERFORM 004-LEE-SIG-CLIENTE.

       005-TRAMOS-CLIENTE.
           MOVE ZERO TO WS-CTA-TRAMO-1.
           MOVE ZERO TO WS-CTA-TRAMO-2.
           MOVE ZERO TO WS-CTA-TRAMO-3.
           MOVE ZERO TO WS-CTA-TRAMO-4.
           MOVE WS-CTA-CREDITOS TO WS-CTA-RESTO.
           PERFORM 000-INICIA-CXC.
           PERFORM 005-POSICIONA-CXC-CLIENTE.
           PERFORM 006-TRAMO-CARGO UNTIL WS-FIN-CXC = 1.
           PERFORM 000-CIERRE-CXC.

           MOVE WS-CTA-SALDO TO WS-CTA-SALDO-ED.
           DISPLAY "-> " CLI-CODIGO " " CLI-NOMBRE.
           DISPLAY "   SALDO: " WS-CTA-SALDO-ED
               " | LÍMITE: " WS-CTA-LIMITE.
           DISPLAY "   0-30: " WS-CTA-TRAMO-1
               " | 31-60: " WS-CTA-TRAMO-2
               " | 61-90: " WS-CTA-TRAMO-3
               " | +90: " WS-CTA-TRAMO-4.
           IF WS-CTA-SALDO > WS-CTA-LIMITE
               DISPLAY "   *** EXCEDE SU LÍMITE DE CRÉDITO: "
                   "BLOQUEADO PARA NUEVOS CARGOS ***"
               ADD 1 TO WS-CTA-EXCEDIDOS
           END-IF.
           ADD WS-CTA-SALDO TO WS-CTA-TOT-SALDO.
           ADD WS-CTA-TRAMO-1 TO WS-CTA-TOT-1.
           ADD WS-CTA-TRAMO-2 TO WS-CTA-TOT-2.
           ADD WS-CTA-TRAMO-3 TO WS-CTA-TOT-3.
           ADD WS-CTA-TRAMO-4 TO WS-CTA-TOT-4.

       *>  LO QUE QUEDA DE CADA CARGO DESPUÉS DE APLICAR LOS CRÉDITOS
       *>  VA AL TRAMO QUE LE CORRESPONDE POR SUS DÍAS DE EMITIDO
       006-TRAMO-CARGO.
           IF CXC-TIPO = 'F'
               IF WS-CTA-RESTO NOT < CXC-MONTO
                   SUBTRACT CXC-MONTO FROM WS-CTA-RESTO
               ELSE
                   COMPUTE WS-CTA-PENDIENTE =
                       CXC-MONTO - WS-CTA-RESTO
                   MOVE ZERO TO WS-CTA-RESTO
                   MOVE CXC-FECHA TO WS-DIAS-FECHA
                   PERFORM 000-DIAS-FECHA
                   COMPUTE WS-CTA-DIAS = WS-CTA-HOY-NUM - WS-DIAS-NUM
                   EVALUATE TRUE
                       WHEN WS-CTA-DIAS NOT > 30
                           ADD WS-CTA-PENDIENTE TO WS-CTA-TRAMO-1
                       WHEN WS-CTA-DIAS NOT > 60
                           ADD WS-CTA-PENDIENTE TO WS-CTA-TRAMO-2
                       WHEN WS-CTA-DIAS NOT > 90
                           ADD WS-CTA-PENDIENTE TO WS-CTA-TRAMO-3
                       WHEN OTHER
                           ADD WS-CTA-PENDIENTE TO WS-CTA-TRAMO-4
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM 004-LEE-CXC-CLIENTE.
       *>  -------------------------------------------------------------
       *>  PEDIR EL CLIENTE DE UNA COMANDA O RESERVA: POR CÓDIGO DEL
       *>  MAESTRO (VALIDADO), POR BÚSQUEDA RÁPIDA DE NOMBRE CON '?',
       *>  O EN BLANCO PARA UN CLIENTE OCASIONAL SIN REGISTRO. DEJA
       *>  EL CÓDIGO EN WS-CLI-COD-SEL, EL NOMBRE EN WS-CLI-NOM-SEL Y
       *>  LOS DEMÁS DATOS DEL MAESTRO EN WS-ENT-CLIENTES
       *>  -------------------------------------------------------------
       000-PIDE-CLIENTE.
           MOVE SPACES TO WS-CLI-COD-SEL.
           MOVE SPACES TO WS-CLI-NOM-SEL.
           MOVE SPACES TO WS-ENT-CLIENTES.
           MOVE 0 TO WS-CLI-LISTO.
           PERFORM 001-PIDE-CLIENTE-VUELTA UNTIL WS-CLI-LISTO = 1.

       001-PIDE-CLIENTE-VUELTA.
           DISPLAY "CÓDIGO DEL CLIENTE (ENTER = SIN REGISTRO, "
               "? = BUSCAR POR NOMBRE): " WITH NO ADVANCING.
           ACCEPT WS-CLI-ENTRADA.

           IF WS-CLI-ENTRADA = SPACES
               DISPLAY "NOMBRE DEL CLIENTE: " WITH NO ADVANCING
               ACCEPT WS-CLI-NOM-SEL
               MOVE SPACES TO WS-CLI-COD-SEL
               MOVE 1 TO WS-CLI-LISTO
           ELSE
               IF WS-CLI-ENTRADA = '?'
                   PERFORM 003-BUSCA-CLIENTE-NOMBRE
               ELSE
                   PERFORM 000-INICIA-CLIENTES
                   MOVE WS-CLI-ENTRADA TO CLI-CODIGO
                   READ F-ARCHIVO-CLIENTES RECORD
                       KEY CLI-CODIGO
                       INVALID KEY
                           DISPLAY "EL CLIENTE NO EXISTE EN EL "
                               "MAESTRO, INTENTE DE NUEVO"
                       NOT INVALID KEY
                           MOVE REG-CLIENTES TO WS-ENT-CLIENTES
                           MOVE CLI-CODIGO TO WS-CLI-COD-SEL
                           MOVE CLI-NOMBRE TO WS-CLI-NOM-SEL
                           DISPLAY "CLIENTE: " CLI-NOMBRE
                           MOVE 1 TO WS-CLI-LISTO
                   END-READ
                   PERFORM 000-CIERRE-CLIENTES
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  BÚSQUEDA RÁPIDA DE CLIENTES POR LAS PRIMERAS LETRAS DEL
       *>  NOMBRE; EN BLANCO LISTA TODO EL MAESTRO
       *>  -------------------------------------------------------------
       003-BUSCA-CLIENTE-NOMBRE.
           DISPLAY "PRIMERAS LETRAS DEL NOMBRE (ENTER = TODOS): "
               WITH NO ADVANCING.
           ACCEPT WS-CLI-BUSCA.

           MOVE ZERO TO WS-CLI-BUSCA-LON.
           PERFORM VARYING WS-CLI-IDX FROM 50 BY -1
               UNTIL WS-CLI-IDX < 1 OR WS-CLI-BUSCA-LON > 0
               IF WS-CLI-BUSCA (WS-CLI-IDX:1) NOT = SPACE
                   MOVE WS-CLI-IDX TO WS-CLI-BUSCA-LON
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-ENCONTRADO.
           PERFORM 000-INICIA-CLIENTES.
               MOVE 0 TO WS-FIN-CLIENTES.
               PERFORM 004-LEE-SIG-CLIENTE-BUSCA.
               PERFORM 004-FILTRA-CLIENTE-NOMBRE
                   UNTIL WS-FIN-CLIENTES = 1.
           PERFORM 000-CIERRE-CLIENTES.

           IF WS-ENCONTRADO = 0
               DISPLAY "*** NO HAY CLIENTES PARA ESAS LETRAS ***"
           END-IF.
           MOVE 0 TO WS-ENCONTRADO.

       004-LEE-SIG-CLIENTE-BUSCA.
           READ F-ARCHIVO-CLIENTES NEXT RECORD
               AT END MOVE 1 TO WS-FIN-CLIENTES.

       004-FILTRA-CLIENTE-NOMBRE.
           IF  WS-CLI-BUSCA-LON = ZERO OR
               CLI-NOMBRE (1:WS-CLI-BUSCA-LON) =
                   WS-CLI-BUSCA (1:WS-CLI-BUSCA-LON)
               DISPLAY " -> " CLI-CODIGO " " CLI-NOMBRE
                   " | TEL: " CLI-TELEFONO
               MOVE 1 TO WS-ENCONTRADO
           END-IF.
           PERFORM 004-LEE-SIG-CLIENTE-BUSCA.
       *>  -------------------------------------------------------------
       *>  HISTORIAL DE CONSUMO DE UN CLIENTE: CANTIDAD DE VISITAS,
       *>  CONSUMO TOTAL Y SUS COMANDAS PAGADAS, TANTO DEL ARCHIVO
       *>  OPERATIVO COMO DEL HISTÓRICO
       *>  -------------------------------------------------------------
       003-MOSTRAR-HISTORIAL-CLIENTE.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "HISTORIAL DE CONSUMO DE CLIENTE: ".
           DISPLAY "********************************".
           DISPLAY "CÓDIGO DEL CLIENTE: " WITH NO ADVANCING.
           ACCEPT WS-CLI-CODIGO.

           MOVE 0 TO WS-ENCONTRADO.
           PERFORM 000-INICIA-CLIENTES.
               MOVE WS-CLI-CODIGO TO CLI-CODIGO.
               READ F-ARCHIVO-CLIENTES RECORD
                   KEY CLI-CODIGO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE REG-CLIENTES TO WS-ENT-CLIENTES
                       MOVE 1 TO WS-ENCONTRADO
               END-READ.
           PERFORM 000-CIERRE-CLIENTES.

           IF WS-ENCONTRADO = 0 THEN
               DISPLAY " "
               DISPLAY "*** EL CLIENTE NO EXISTE EN EL MAESTRO ***"
               DISPLAY " "
               MOVE ZERO TO WS-ENCONTRADO
               STOP "ENTER PARA CONTINUAR"
           ELSE
               DISPLAY " "
               DISPLAY "CLIENTE: " WS-CLI-CODIGO " " WS-CLI-NOMBRE
               DISPLAY "COMANDAS PAGADAS DEL CLIENTE:"

               MOVE ZERO TO WS-CLI-VISITAS
               MOVE ZERO TO WS-CLI-CONSUMO

               PERFORM 000-INICIA-COMANDAS
               MOVE 0 TO WS-FIN-ARCHIVO
               PERFORM 004-LEE-SIG-COMANDA
               PERFORM 004-ACUMULA-HIST-CLIENTE
                   UNTIL WS-FIN-ARCHIVO = 1
               PERFORM 000-CIERRE-COMANDAS

               PERFORM 000-INICIA-COMANDAS-HIST
               MOVE 0 TO WS-FIN-ARCHIVO
               PERFORM 004-LEE-SIG-COMANDA-HIST
               PERFORM 004-ACUMULA-HIST-CLIENTE-H
                   UNTIL WS-FIN-ARCHIVO = 1
               PERFORM 000-CIERRE-COMANDAS-HIST

               DISPLAY "------------------------------------------"
               DISPLAY ">> VISITAS (COMANDAS PAGADAS): "
                   WS-CLI-VISITAS
               DISPLAY ">> CONSUMO TOTAL: " WS-CLI-CONSUMO
               DISPLAY " "
               MOVE ZERO TO WS-ENCONTRADO
               STOP "ENTER PARA CONTINUAR"
           END-IF.

       004-ACUMULA-HIST-CLIENTE.
           IF RCM-CLIENTE-COD = WS-CLI-CODIGO AND RCM-ESTADO = 'E'
               DISPLAY " - COMANDA " RCM-NUMERO
                   " | " RCM-DIA "/" RCM-MES "/" RCM-ANNO
                   " | MESA: " RCM-MESA
                   " | TOTAL: " RCM-TOTAL
               ADD 1 TO WS-CLI-VISITAS
               ADD RCM-TOTAL TO WS-CLI-CONSUMO
           END-IF.
           PERFORM 004-LEE-SIG-COMANDA.

       004-ACUMULA-HIST-CLIENTE-H.
           IF RCH-CLIENTE-COD = WS-CLI-CODIGO AND RCH-ESTADO = 'E'
               DISPLAY " - COMANDA " RCH-NUMERO
                   " | " RCH-DIA "/" RCH-MES "/" RCH-ANNO
                   " | MESA: " RCH-MESA
                   " | TOTAL: " RCH-TOTAL " (HISTÓRICO)"
               ADD 1 TO WS-CLI-VISITAS
               ADD RCH-TOTAL TO WS-CLI-CONSUMO
           END-IF.
           PERFORM 004-LEE-SIG-COMANDA-HIST.
       *>  -------------------------------------------------------------
       *>  MANTENIMIENTO DE LOS USUARIOS DEL SISTEMA (SÓLO GERENTE):
       *>  REGISTRAR O ACTUALIZAR, ELIMINAR Y LISTAR
       *>  -------------------------------------------------------------
       001-USUARIOS.
           DISPLAY " ".
           DISPLAY "USUARIOS DEL SISTEMA.".
           DISPLAY "--------------------------------------".
           DISPLAY "1. REGISTRAR O ACTUALIZAR UN USUARIO.".
           DISPLAY "2. ELIMINAR UN USUARIO.".
           DISPLAY "3. LISTAR LOS USUARIOS.".
           DISPLAY " ".
           DISPLAY "OPCIÓN: " WITH NO ADVANCING.
           ACCEPT WS-USU-OPCION.

           EVALUATE WS-USU-OPCION
               WHEN 1 PERFORM 002-USUARIO-REGISTRA
               WHEN 2 PERFORM 002-USUARIO-ELIMINA
               WHEN 3
                   PERFORM 000-INICIA-USUARIOS
                   PERFORM 003-MOSTRAR-USUARIOS
                   PERFORM 000-CIERRE-USUARIOS
                   DISPLAY " "
                   STOP "ENTER PARA CONTINUAR"
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY "OPCION INVÁLIDA"
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  REGISTRO Y/O ACTUALIZACIÓN DE LOS DATOS DE UN USUARIO
       *>  -------------------------------------------------------------
       002-USUARIO-REGISTRA.
           DISPLAY " ".
           DISPLAY "LOGIN DEL USUARIO: " WITH NO ADVANCING.
           ACCEPT WS-USU-LOGIN.
           PERFORM UNTIL WS-USU-LOGIN NOT = SPACES
               DISPLAY "EL LOGIN NO PUEDE ESTAR EN BLANCO, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-USU-LOGIN
           END-PERFORM.

           PERFORM 000-INICIA-USUARIOS.
               MOVE WS-USU-LOGIN TO USU-LOGIN.
               READ F-ARCHIVO-USUARIOS RECORD
                   KEY USU-LOGIN
                   INVALID KEY MOVE 0 TO WS-CONSULTA
                   NOT INVALID KEY MOVE 1 TO WS-CONSULTA.
           PERFORM 000-CIERRE-USUARIOS.

           IF WS-CONSULTA = 1
                DISPLAY " "
                DISPLAY "+++ADVERTENCIA: REGISTRO DE "
                            "USUARIO YA EXISTE, "
                            "LOS DATOS QUE INTRODUZCA A CONTINUACIÓN "
                            "ACTUALIZARAN LOS YA EXISTENTE+++"
                DISPLAY " "
                MOVE ZERO TO WS-CONSULTA
           END-IF.
       *>  ENTRADA DE DATOS
           DISPLAY "NOMBRE Y APELLIDO: " WITH NO ADVANCING.
           ACCEPT WS-USU-NOMBRE.
           DISPLAY "CLAVE: " WITH NO ADVANCING.
           ACCEPT WS-USU-CLAVE.
           PERFORM UNTIL WS-USU-CLAVE NOT = SPACES
               DISPLAY "LA CLAVE NO PUEDE ESTAR EN BLANCO, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-USU-CLAVE
           END-PERFORM.
           DISPLAY "PERFIL (CAJERO, MESERO o GERENTE): "
               WITH NO ADVANCING.
           ACCEPT WS-USU-PERFIL.
           PERFORM UNTIL WS-USU-PERFIL = 'CAJERO'
               OR WS-USU-PERFIL = 'MESERO'
               OR WS-USU-PERFIL = 'GERENTE'
               DISPLAY "EL PERFIL DEBE SER CAJERO, MESERO o "
                   "GERENTE, INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-USU-PERFIL
           END-PERFORM.
       *>  REGISTRO DE LOS DATOS EN EL ARCHIVO
           PERFORM 000-INICIA-USUARIOS.
           WRITE REG-USUARIOS FROM WS-ENT-USUARIOS
                INVALID KEY
                    MOVE 'USUARIOS' TO WS-AUD-TABLA
                    MOVE USU-LOGIN TO WS-AUD-LLAVE
                    READ F-ARCHIVO-USUARIOS RECORD KEY USU-LOGIN
                        INVALID KEY CONTINUE
                    END-READ
                    MOVE REG-USUARIOS TO WS-AUD-ANTES
                    REWRITE REG-USUARIOS FROM WS-ENT-USUARIOS
                    END-REWRITE
                    MOVE REG-USUARIOS TO WS-AUD-DESPUES
                    PERFORM 000-REGISTRA-AUDITORIA
           END-WRITE.
           PERFORM 000-CIERRE-USUARIOS.
           DISPLAY "USUARIO REGISTRADO EXITOSAMENTE... "
               WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".
       *>  -------------------------------------------------------------
       *>  ELIMINAR UN USUARIO (EL USUARIO CONECTADO NO PUEDE
       *>  ELIMINARSE A SÍ MISMO)
       *>  -------------------------------------------------------------
       002-USUARIO-ELIMINA.
           DISPLAY " ".
           DISPLAY "LOGIN DEL USUARIO A ELIMINAR: " WITH NO ADVANCING.
           ACCEPT WS-USU-LOGIN.

           IF WS-USU-LOGIN = WS-USUARIO-ACTUAL
               DISPLAY "NO PUEDE ELIMINAR EL USUARIO CON EL QUE "
                   "ESTÁ CONECTADO."
           ELSE
               PERFORM 000-INICIA-USUARIOS
               MOVE WS-USU-LOGIN TO USU-LOGIN
               DELETE F-ARCHIVO-USUARIOS RECORD
                   INVALID KEY
                       DISPLAY "EL USUARIO NO EXISTE."
                   NOT INVALID KEY
                       DISPLAY "USUARIO ELIMINADO EXITOSAMENTE..."
               END-DELETE
               PERFORM 000-CIERRE-USUARIOS
           END-IF.
           STOP "ENTER PARA CONTINUAR".
       *>  -------------------------------------------------------------
       *>  LISTAR LOS USUARIOS REGISTRADOS (SIN MOSTRAR LAS CLAVES)
       *>  -------------------------------------------------------------
       003-MOSTRAR-USUARIOS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-USUARIO.

           DISPLAY "LISTA DE USUARIOS REGISTRADOS: ".
           PERFORM 004-IMPRIME-USUARIO UNTIL WS-FIN-ARCHIVO = 1.

       004-LEE-SIG-USUARIO.
           READ F-ARCHIVO-USUARIOS NEXT RECORD
               AT END MOVE 1 TO WS-FIN-ARCHIVO.

       004-IMPRIME-USUARIO.
           DISPLAY " -> " USU-LOGIN " " USU-NOMBRE
               " | PERFIL: " USU-PERFIL.
           PERFORM 004-LEE-SIG-USUARIO.
       *>  -------------------------------------------------------------
       *>  COMPRAS: MAESTRO DE PROVEEDORES, ÓRDENES DE COMPRA DE
       *>  INSUMOS, RECEPCIÓN DE LA MERCANCÍA CONTRA LA ORDEN Y PAGO
       *>  DE LAS FACTURAS DE LOS PROVEEDORES
       *>  -------------------------------------------------------------
       001-COMPRAS.
           DISPLAY " ".
           DISPLAY "COMPRAS (PROVEEDORES Y ÓRDENES).".
           DISPLAY "--------------------------------------".
           DISPLAY "1. REGISTRAR O ACTUALIZAR UN PROVEEDOR.".
           DISPLAY "2. LISTAR LOS PROVEEDORES.".
           DISPLAY "3. REGISTRAR UNA ORDEN DE COMPRA.".
           DISPLAY "4. RECIBIR MERCANCÍA CONTRA UNA ORDEN.".
           DISPLAY "5. CONSULTAR UNA ORDEN DE COMPRA.".
           DISPLAY "6. CERRAR UNA ORDEN SIN ESPERAR EL RESTO.".
           DISPLAY "7. PAGO DE UNA FACTURA DE PROVEEDOR.".
           DISPLAY "8. PENDIENTES Y DEUDA POR PROVEEDOR.".
           DISPLAY " ".
           DISPLAY "OPCIÓN: " WITH NO ADVANCING.
           ACCEPT WS-CMP-OPCION.

           EVALUATE WS-CMP-OPCION
               WHEN 1 PERFORM 002-PROVEEDOR-REGISTRA
               WHEN 2
                   PERFORM 000-INICIA-PROVEEDORES
                   PERFORM 003-MOSTRAR-PROVEEDORES
                   PERFORM 000-CIERRE-PROVEEDORES
                   DISPLAY " "
                   STOP "ENTER PARA CONTINUAR"
               WHEN 3 PERFORM 002-COMPRA-ORDEN
               WHEN 4 PERFORM 002-COMPRA-RECIBE
               WHEN 5 PERFORM 003-MOSTRAR-ORDEN-COMPRA
               WHEN 6 PERFORM 002-COMPRA-CIERRA
               WHEN 7 PERFORM 002-COMPRA-PAGA
               WHEN 8 PERFORM 003-MOSTRAR-PENDIENTES-PROV
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY "OPCION INVÁLIDA"
           END-EVALUATE.
       *>  -------------------------------------------------------------
       *>  REGISTRO Y/O ACTUALIZACIÓN DE LOS DATOS DE UN PROVEEDOR
       *>  -------------------------------------------------------------
       002-PROVEEDOR-REGISTRA.
           DISPLAY " ".
           DISPLAY "CÓDIGO DEL PROVEEDOR: " WITH NO ADVANCING.
           ACCEPT WS-PRV-CODIGO.
           PERFORM UNTIL WS-PRV-CODIGO NOT = SPACES
               DISPLAY "EL CÓDIGO NO PUEDE ESTAR EN BLANCO, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-PRV-CODIGO
           END-PERFORM.

           PERFORM 000-INICIA-PROVEEDORES.
               MOVE WS-PRV-CODIGO TO PRV-CODIGO.
               READ F-ARCHIVO-PROVEEDORES RECORD
                   KEY PRV-CODIGO
                   INVALID KEY MOVE 0 TO WS-CONSULTA
                   NOT INVALID KEY MOVE 1 TO WS-CONSULTA.
           PERFORM 000-CIERRE-PROVEEDORES.

           IF WS-CONSULTA = 1
                DISPLAY " "
                DISPLAY "+++ADVERTENCIA: REGISTRO DE "
                            "PROVEEDOR YA EXISTE, "
                            "LOS DATOS QUE INTRODUZCA A CONTINUACIÓN "
                            "ACTUALIZARAN LOS YA EXISTENTE+++"
                DISPLAY " "
                MOVE ZERO TO WS-CONSULTA
           END-IF.
       *>  ENTRADA DE DATOS
           DISPLAY "RAZÓN SOCIAL: " WITH NO ADVANCING.
           ACCEPT WS-PRV-NOMBRE.
           PERFORM UNTIL WS-PRV-NOMBRE NOT = SPACES
               DISPLAY "LA RAZÓN SOCIAL NO PUEDE ESTAR EN BLANCO, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-PRV-NOMBRE
           END-PERFORM.
           DISPLAY "RIF: " WITH NO ADVANCING.
           ACCEPT WS-PRV-RIF.
           DISPLAY "TELÉFONO: " WITH NO ADVANCING.
           ACCEPT WS-PRV-TELEFONO.
           DISPLAY "PERSONA DE CONTACTO: " WITH NO ADVANCING.
           ACCEPT WS-PRV-CONTACTO.
       *>  REGISTRO DE LOS DATOS EN EL ARCHIVO
           PERFORM 000-INICIA-PROVEEDORES.
           WRITE REG-PROVEEDORES FROM WS-ENT-PROVEEDORES
                INVALID KEY
                    MOVE 'PROVEEDORES' TO WS-AUD-TABLA
                    MOVE PRV-CODIGO TO WS-AUD-LLAVE
                    READ F-ARCHIVO-PROVEEDORES RECORD KEY PRV-CODIGO
                        INVALID KEY CONTINUE
                    END-READ
                    MOVE REG-PROVEEDORES TO WS-AUD-ANTES
                    REWRITE REG-PROVEEDORES FROM WS-ENT-PROVEEDORES
                    END-REWRITE
                    MOVE REG-PROVEEDORES TO WS-AUD-DESPUES
                    PERFORM 000-REGISTRA-AUDITORIA
           END-WRITE.
           PERFORM 000-CIERRE-PROVEEDORES.
           DISPLAY "PROVEEDOR REGISTRADO EXITOSAMENTE... "
               WITH NO ADVANCING.
           STOP "ENTER PARA CONTINUAR".
       *>  -------------------------------------------------------------
       *>  LISTAR LOS PROVEEDORES REGISTRADOS (EL ARCHIVO YA VIENE
       *>  ABIERTO)
       *>  -------------------------------------------------------------
       003-MOSTRAR-PROVEEDORES.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-PROVEEDOR.

           DISPLAY "LISTA DE PROVEEDORES REGISTRADOS: ".
           PERFORM 004-IMPRIME-PROVEEDOR UNTIL WS-FIN-ARCHIVO = 1.

       004-LEE-SIG-PROVEEDOR.
           READ F-ARCHIVO-PROVEEDORES NEXT RECORD
               AT END MOVE 1 TO WS-FIN-ARCHIVO.

       004-IMPRIME-PROVEEDOR.
           DISPLAY " -> " PRV-CODIGO " " PRV-NOMBRE
               " | RIF: " PRV-RIF " | TEL: " PRV-TELEFONO.
           PERFORM 004-LEE-SIG-PROVEEDOR.
       *>  -------------------------------------------------------------
       *>  DEJAR EN WS-PRV-NOMBRE LA RAZÓN SOCIAL DEL PROVEEDOR DE LA
       *>  ORDEN EN WS-ORC-PROVEEDOR (EN BLANCO SI YA NO EXISTE)
       *>  -------------------------------------------------------------
       000-NOMBRE-PROVEEDOR.
           MOVE SPACES TO WS-PRV-NOMBRE.
           PERFORM 000-INICIA-PROVEEDORES.
               MOVE WS-ORC-PROVEEDOR TO PRV-CODIGO.
               READ F-ARCHIVO-PROVEEDORES RECORD
                   KEY PRV-CODIGO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PRV-NOMBRE TO WS-PRV-NOMBRE
               END-READ.
           PERFORM 000-CIERRE-PROVEEDORES.
       *>  -------------------------------------------------------------
       *>  REGISTRAR UNA ORDEN DE COMPRA A UN PROVEEDOR: NÚMERO DEL
       *>  CONTADOR 'ORDENES' Y UNA LÍNEA POR INSUMO CON LA CANTIDAD
       *>  PEDIDA Y EL PRECIO UNITARIO ACORDADO
       *>  -------------------------------------------------------------
       002-COMPRA-ORDEN.
           DISPLAY " ".
           PERFORM 000-INICIA-PROVEEDORES.
           PERFORM 003-MOSTRAR-PROVEEDORES.

           DISPLAY "CÓDIGO DEL PROVEEDOR SEGÚN LA LISTA: "
               WITH NO ADVANCING.
           ACCEPT WS-ORC-PROVEEDOR.
           MOVE WS-ORC-PROVEEDOR TO PRV-CODIGO.
           READ F-ARCHIVO-PROVEEDORES RECORD
               KEY PRV-CODIGO
               INVALID KEY MOVE 1 TO WS-CONSULTA
               NOT INVALID KEY MOVE 0 TO WS-CONSULTA
           END-READ.
           PERFORM 000-CIERRE-PROVEEDORES.

           IF WS-CONSULTA NOT = 0 THEN
               DISPLAY "EL PROVEEDOR NO EXISTE, REGÍSTRELO PRIMERO "
                   "EN EL MAESTRO DE PROVEEDORES"
               MOVE ZERO TO WS-CONSULTA
               STOP "ENTER PARA CONTINUAR"
           ELSE
               MOVE PRV-NOMBRE TO WS-PRV-NOMBRE
               MOVE 'ORDENES' TO WS-CTR-NOMBRE
               PERFORM 000-SIGUIENTE-CONTADOR
       *>      SIN NÚMERO RESERVADO (CONTADOR OCUPADO POR OTRA
       *>      TERMINAL) LA ORDEN NO SE REGISTRA
               IF WS-CTR-VALOR = ZERO
                   DISPLAY "LA ORDEN NO SE PUEDE REGISTRAR SIN "
                       "NÚMERO, INTENTE DE NUEVO."
                   STOP "ENTER PARA CONTINUAR"
               ELSE
                   PERFORM 002-COMPRA-ORDEN-LINEAS
               END-IF
           END-IF.

       002-COMPRA-ORDEN-LINEAS.
           MOVE WS-CTR-VALOR TO WS-ORC-NUMERO.
           DISPLAY " ".
           DISPLAY "NRO. DE ORDEN DE COMPRA ASIGNADO.: " WS-ORC-NUMERO.
           DISPLAY "PROVEEDOR: " WS-PRV-NOMBRE.
           DISPLAY " ".

           MOVE ZERO TO WS-ORC-TOTAL.
           MOVE ZERO TO WS-CMP-LINEAS.
           MOVE 'S' TO WS-CMP-MAS-LINEAS.

       *>  EL ENCABEZADO SE GRABA ANTES QUE LAS LÍNEAS, COMO EN LA
       *>  COMANDA, PARA QUE NINGUNA LÍNEA QUEDE SIN SU ORDEN; EL
       *>  TOTAL SE ACTUALIZA AL TERMINAR
           ACCEPT WS-ORC-FECHA FROM DATE YYYYMMDD.
           MOVE 'A' TO WS-ORC-ESTADO.
           MOVE WS-USUARIO-ACTUAL TO WS-ORC-USUARIO.
           MOVE 0 TO WS-CMP-GRABADA.
           PERFORM 000-INICIA-ORDENES.
           WRITE REG-ORDENES FROM WS-ENT-ORDENES
               INVALID KEY
                   DISPLAY "ERROR AL REGISTRAR LA ORDEN DE COMPRA"
               NOT INVALID KEY
                   MOVE 1 TO WS-CMP-GRABADA
           END-WRITE.
           PERFORM 000-CIERRE-ORDENES.

           IF WS-CMP-GRABADA = 1
               PERFORM 004-COMPRA-ORDEN-ITEM
                   UNTIL WS-CMP-MAS-LINEAS NOT = 'S'
                       AND WS-CMP-MAS-LINEAS NOT = 's'
               PERFORM 002-COMPRA-ORDEN-TOTAL
           END-IF.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".

       *>  CERRAR EL REGISTRO DE LA ORDEN: CON LÍNEAS SE LE GRABA EL
       *>  TOTAL ACORDADO; SIN LÍNEAS SE BORRA (EL NÚMERO QUEDA SIN
       *>  USO)
       002-COMPRA-ORDEN-TOTAL.
           PERFORM 000-INICIA-ORDENES.
               MOVE WS-ORC-NUMERO TO ORC-NUMERO.
               READ F-ARCHIVO-ORDENES RECORD
                   KEY ORC-NUMERO
                   INVALID KEY
                       DISPLAY "ERROR AL REGISTRAR LA ORDEN DE COMPRA"
                   NOT INVALID KEY
                       IF WS-CMP-LINEAS = 0
                           DELETE F-ARCHIVO-ORDENES RECORD
                               INVALID KEY
                                   DISPLAY "ERROR AL ANULAR LA ORDEN "
                                       "SIN INSUMOS"
                           END-DELETE
                       ELSE
                           MOVE WS-ORC-TOTAL TO ORC-TOTAL
                           REWRITE REG-ORDENES
                               INVALID KEY
                                   DISPLAY "ERROR AL REGISTRAR EL "
                                       "TOTAL DE LA ORDEN"
                           END-REWRITE
                       END-IF
               END-READ.
           PERFORM 000-CIERRE-ORDENES.

           IF WS-CMP-LINEAS = 0
               DISPLAY "LA ORDEN NO TIENE INSUMOS, NO SE REGISTRÓ."
           ELSE
               DISPLAY " "
               DISPLAY "ORDEN DE COMPRA NRO. " WS-ORC-NUMERO
                   " REGISTRADA CON " WS-CMP-LINEAS " INSUMOS"
               DISPLAY ">> TOTAL ACORDADO: " WS-ORC-TOTAL
           END-IF.

       *>  AGREGAR UN INSUMO A LA ORDEN DE COMPRA EN CURSO
       004-COMPRA-ORDEN-ITEM.
           PERFORM 000-INICIA-INSUMOS.
           PERFORM 003-MOSTRAR-INSUMOS.

           DISPLAY "INTRODUZCA EL CÓDIGO DEL INSUMO "
               "SEGÚN LA LISTA: " WITH NO ADVANCING.
           ACCEPT WS-ORL-INSUMO.
           MOVE WS-ORL-INSUMO TO INS-CODIGO.
           READ F-ARCHIVO-INSUMOS RECORD
               KEY INS-CODIGO
               INVALID KEY MOVE 1 TO WS-CONSULTA
               NOT INVALID KEY MOVE 0 TO WS-CONSULTA
           END-READ.
           PERFORM 000-CIERRE-INSUMOS.

           IF WS-CONSULTA NOT = 0 THEN
               DISPLAY "EL INSUMO NO EXISTE, REGÍSTRELO PRIMERO "
                   "EN MOVIMIENTOS DE INSUMOS"
               MOVE ZERO TO WS-CONSULTA
           ELSE
               DISPLAY "CANTIDAD A PEDIR EN " INS-UNIDAD
                   " (EJ. 12.50): " WITH NO ADVANCING
               ACCEPT WS-ORL-CANTIDAD
               PERFORM UNTIL WS-ORL-CANTIDAD > ZERO
                   DISPLAY "LA CANTIDAD DEBE SER MAYOR A CERO, "
                       "INTENTE DE NUEVO: " WITH NO ADVANCING
                   ACCEPT WS-ORL-CANTIDAD
               END-PERFORM
               DISPLAY "PRECIO UNITARIO ACORDADO (EJ. 3.75): "
                   WITH NO ADVANCING
               ACCEPT WS-ORL-PRECIO
               PERFORM UNTIL WS-ORL-PRECIO > ZERO
                   DISPLAY "EL PRECIO DEBE SER MAYOR A CERO, "
                       "INTENTE DE NUEVO: " WITH NO ADVANCING
                   ACCEPT WS-ORL-PRECIO
               END-PERFORM

               MOVE WS-ORC-NUMERO TO WS-ORL-ORDEN
               MOVE ZERO TO WS-ORL-RECIBIDO

               PERFORM 000-INICIA-ORDENES-LIN
               WRITE REG-ORDENES-LIN FROM WS-ENT-ORDENES-LIN
                   INVALID KEY
                       DISPLAY "EL INSUMO YA ESTÁ EN LA ORDEN, NO "
                           "SE AGREGÓ DE NUEVO"
                   NOT INVALID KEY
                       COMPUTE WS-CMP-MONTO ROUNDED =
                           WS-ORL-CANTIDAD * WS-ORL-PRECIO
                       ADD WS-CMP-MONTO TO WS-ORC-TOTAL
                       ADD 1 TO WS-CMP-LINEAS
               END-WRITE
               PERFORM 000-CIERRE-ORDENES-LIN
           END-IF.

           DISPLAY "¿DESEA AGREGAR OTRO INSUMO A LA ORDEN? "
               "(S/N): " WITH NO ADVANCING.
           ACCEPT WS-CMP-MAS-LINEAS.
       *>  -------------------------------------------------------------
       *>  RECIBIR MERCANCÍA CONTRA UNA ORDEN ABIERTA: POR CADA
       *>  INSUMO AÚN PENDIENTE SE PIDE LO QUE LLEGÓ (TODO, UNA PARTE
       *>  O NADA) Y SU COSTO UNITARIO REAL SEGÚN LA FACTURA DEL
       *>  PROVEEDOR; LO RECIBIDO SE SUMA A LA EXISTENCIA DEL INSUMO
       *>  Y QUEDA COMO DEUDA CON EL PROVEEDOR HASTA QUE SE PAGUE
       *>  -------------------------------------------------------------
       002-COMPRA-RECIBE.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "RECEPCIÓN DE MERCANCÍA: ".
           DISPLAY "********************************".
           DISPLAY "NÚMERO DE LA ORDEN DE COMPRA: " WITH NO ADVANCING.
           ACCEPT WS-CMP-ORDEN.

           MOVE 0 TO WS-ENCONTRADO.
           PERFORM 000-INICIA-ORDENES.
               MOVE WS-CMP-ORDEN TO ORC-NUMERO.
               READ F-ARCHIVO-ORDENES RECORD
                   KEY ORC-NUMERO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE REG-ORDENES TO WS-ENT-ORDENES
                       MOVE 1 TO WS-ENCONTRADO
               END-READ.
           PERFORM 000-CIERRE-ORDENES.

           IF WS-ENCONTRADO = 0 THEN
               DISPLAY " "
               DISPLAY "*** LA ORDEN DE COMPRA NO EXISTE ***"
           ELSE
               IF WS-ORC-ESTADO = 'C'
                   DISPLAY " "
                   DISPLAY "*** LA ORDEN YA ESTÁ CERRADA, NO ADMITE "
                       "MÁS RECEPCIONES ***"
               ELSE
                   PERFORM 002-COMPRA-RECIBE-LINEAS
               END-IF
               MOVE ZERO TO WS-ENCONTRADO
           END-IF.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".

       002-COMPRA-RECIBE-LINEAS.
           PERFORM 000-NOMBRE-PROVEEDOR.
           DISPLAY "PROVEEDOR: " WS-ORC-PROVEEDOR " " WS-PRV-NOMBRE.
           DISPLAY "NRO. DE FACTURA DEL PROVEEDOR: "
               WITH NO ADVANCING.
           ACCEPT WS-CMP-FACTURA.
           PERFORM UNTIL WS-CMP-FACTURA NOT = SPACES
               DISPLAY "LA FACTURA NO PUEDE ESTAR EN BLANCO, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-CMP-FACTURA
           END-PERFORM.

           MOVE ZERO TO WS-CMP-PENDIENTES.
           MOVE ZERO TO WS-CMP-RECIBIDAS.
           MOVE ZERO TO WS-CMP-PROV-DEUDA.

           PERFORM 000-INICIA-ORDENES-LIN.
               MOVE WS-ORC-NUMERO TO ORL-ORDEN.
               MOVE SPACES TO ORL-INSUMO.
               MOVE 0 TO WS-FIN-ORD-LIN.
               START F-ARCHIVO-ORDENES-LIN
                   KEY IS NOT LESS THAN ORL-CLAVE
                   INVALID KEY MOVE 1 TO WS-FIN-ORD-LIN
               END-START.
               PERFORM 004-RECIBE-LINEA-ORDEN
                   UNTIL WS-FIN-ORD-LIN = 1.
           PERFORM 000-CIERRE-ORDENES-LIN.

       *>  LA ORDEN QUEDA CERRADA CUANDO YA NO LE QUEDA NADA POR
       *>  RECIBIR, Y RECIBIDA EN PARTE SI AÚN FALTAN INSUMOS
           DISPLAY "------------------------------------------".
           IF WS-CMP-RECIBIDAS = 0 THEN
               DISPLAY "NO SE RECIBIÓ NINGÚN INSUMO DE LA ORDEN."
           ELSE
               PERFORM 000-INICIA-ORDENES
               MOVE WS-ORC-NUMERO TO ORC-NUMERO
               READ F-ARCHIVO-ORDENES RECORD
                   KEY ORC-NUMERO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'ORDENES' TO WS-AUD-TABLA
                       MOVE ORC-NUMERO TO WS-AUD-LLAVE
                       MOVE REG-ORDENES TO WS-AUD-ANTES
                       IF WS-CMP-PENDIENTES = 0
                           MOVE 'C' TO ORC-ESTADO
                       ELSE
                           MOVE 'P' TO ORC-ESTADO
                       END-IF
                       REWRITE REG-ORDENES
                           INVALID KEY
                               DISPLAY "ERROR AL ACTUALIZAR LA "
                                   "ORDEN DE COMPRA"
                       END-REWRITE
                       MOVE REG-ORDENES TO WS-AUD-DESPUES
                       PERFORM 000-REGISTRA-AUDITORIA
               END-READ
               PERFORM 000-CIERRE-ORDENES
               DISPLAY "RECEPCIÓN REGISTRADA: " WS-CMP-RECIBIDAS
                   " INSUMOS CONTRA LA FACTURA " WS-CMP-FACTURA
               DISPLAY ">> MONTO DE LA FACTURA POR PAGAR: "
                   WS-CMP-PROV-DEUDA
               IF WS-CMP-PENDIENTES = 0
                   DISPLAY "LA ORDEN QUEDA COMPLETA Y CERRADA."
               ELSE
                   DISPLAY "LA ORDEN QUEDA RECIBIDA EN PARTE, CON "
                       WS-CMP-PENDIENTES " INSUMOS PENDIENTES."
               END-IF
           END-IF.

       *>  UNA LÍNEA DE LA ORDEN: SÓLO SE PREGUNTA POR LO QUE AÚN
       *>  ESTÁ PENDIENTE DE RECIBIR
       004-RECIBE-LINEA-ORDEN.
           READ F-ARCHIVO-ORDENES-LIN NEXT RECORD
               AT END
                   MOVE 1 TO WS-FIN-ORD-LIN
               NOT AT END
                   IF ORL-ORDEN NOT = WS-ORC-NUMERO
                       MOVE 1 TO WS-FIN-ORD-LIN
                   ELSE
                       IF ORL-RECIBIDO < ORL-CANTIDAD
                           PERFORM 005-RECIBE-CANTIDAD-LINEA
                       END-IF
                   END-IF
           END-READ.

       005-RECIBE-CANTIDAD-LINEA.
           COMPUTE WS-CMP-PENDIENTE = ORL-CANTIDAD - ORL-RECIBIDO.
           DISPLAY "------------------------------------------".
           DISPLAY " -> INSUMO: " ORL-INSUMO.
           DISPLAY "  - PEDIDO: " ORL-CANTIDAD
               " | RECIBIDO: " ORL-RECIBIDO
               " | PENDIENTE: " WS-CMP-PENDIENTE.
           DISPLAY "  - PRECIO ACORDADO: " ORL-PRECIO.
           DISPLAY "CANTIDAD QUE LLEGÓ (0 = NADA): " WITH NO ADVANCING.
           ACCEPT WS-CMP-CANTIDAD.
           PERFORM UNTIL WS-CMP-CANTIDAD <= WS-CMP-PENDIENTE
               DISPLAY "NO SE PUEDE RECIBIR MÁS DE LO PENDIENTE, "
                   "INTENTE DE NUEVO: " WITH NO ADVANCING
               ACCEPT WS-CMP-CANTIDAD
           END-PERFORM.

           IF WS-CMP-CANTIDAD > ZERO
               DISPLAY "COSTO UNITARIO REAL SEGÚN LA FACTURA "
                   "(0 = EL ACORDADO): " WITH NO ADVANCING
               ACCEPT WS-CMP-COSTO
               IF WS-CMP-COSTO = ZERO
                   MOVE ORL-PRECIO TO WS-CMP-COSTO
               END-IF
               PERFORM 006-GRABA-RECEPCION
           END-IF.

           IF ORL-RECIBIDO < ORL-CANTIDAD
               ADD 1 TO WS-CMP-PENDIENTES
           END-IF.

       *>  ASENTAR LA RECEPCIÓN DE LA LÍNEA YA LEÍDA EN
       *>  REG-ORDENES-LIN: RENGLÓN DE RECEPCIÓN NUMERADO, CANTIDAD
       *>  RECIBIDA DE LA LÍNEA Y EXISTENCIA DEL INSUMO
       006-GRABA-RECEPCION.
           MOVE 'RECEPCIONES' TO WS-CTR-NOMBRE.
           PERFORM 000-SIGUIENTE-CONTADOR.
       *>  SIN NÚMERO RESERVADO NO SE RECIBE NADA: LA LÍNEA SIGUE
       *>  PENDIENTE PARA UNA RECEPCIÓN POSTERIOR
           IF WS-CTR-VALOR = ZERO
               DISPLAY "LA RECEPCIÓN DEL INSUMO NO SE PUEDE "
                   "REGISTRAR SIN NÚMERO, QUEDA PENDIENTE."
           ELSE
               MOVE WS-CTR-VALOR TO WS-RCP-NUMERO
               MOVE WS-ORC-NUMERO TO WS-RCP-ORDEN
               MOVE WS-ORC-PROVEEDOR TO WS-RCP-PROVEEDOR
               MOVE ORL-INSUMO TO WS-RCP-INSUMO
               MOVE WS-CMP-FACTURA TO WS-RCP-FACTURA
               ACCEPT WS-RCP-FECHA FROM DATE YYYYMMDD
               MOVE WS-CMP-CANTIDAD TO WS-RCP-CANTIDAD
               MOVE WS-CMP-COSTO TO WS-RCP-COSTO
               COMPUTE WS-RCP-MONTO ROUNDED =
                   WS-CMP-CANTIDAD * WS-CMP-COSTO
               MOVE 'N' TO WS-RCP-PAGADO
               MOVE ZERO TO WS-RCP-FECHA-PAGO
               MOVE WS-USUARIO-ACTUAL TO WS-RCP-USUARIO

               PERFORM 000-INICIA-RECEPCIONES
               WRITE REG-RECEPCIONES FROM WS-ENT-RECEPCIONES
                   INVALID KEY
                       DISPLAY "ERROR AL REGISTRAR LA RECEPCIÓN"
               END-WRITE
               PERFORM 000-CIERRE-RECEPCIONES

               MOVE 'ORDENES-LIN' TO WS-AUD-TABLA
               MOVE ORL-CLAVE TO WS-AUD-LLAVE
               MOVE REG-ORDENES-LIN TO WS-AUD-ANTES
               ADD WS-CMP-CANTIDAD TO ORL-RECIBIDO
               REWRITE REG-ORDENES-LIN
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR LA LÍNEA DE LA "
                           "ORDEN"
               END-REWRITE
               MOVE REG-ORDENES-LIN TO WS-AUD-DESPUES
               PERFORM 000-REGISTRA-AUDITORIA

               PERFORM 000-RECIBE-INSUMO
               ADD 1 TO WS-CMP-RECIBIDAS
               ADD WS-RCP-MONTO TO WS-CMP-PROV-DEUDA
           END-IF.
       *>  -------------------------------------------------------------
       *>  SUMAR A LA EXISTENCIA DEL INSUMO EN WS-RCP-INSUMO LA
       *>  CANTIDAD RECIBIDA EN WS-RCP-CANTIDAD, IGUAL QUE EL
       *>  MOVIMIENTO "RECIBIR EXISTENCIA" DE INSUMOS, CON SU RENGLÓN
       *>  DE AUDITORÍA
       *>  -------------------------------------------------------------
       000-RECIBE-INSUMO.
           PERFORM 000-INICIA-INSUMOS.
               MOVE WS-RCP-INSUMO TO INS-CODIGO.
               READ F-ARCHIVO-INSUMOS RECORD
                   KEY INS-CODIGO
                   INVALID KEY
                       DISPLAY "+++ADVERTENCIA: EL INSUMO "
                           WS-RCP-INSUMO " YA NO EXISTE, NO SE "
                           "SUMÓ A LA EXISTENCIA+++"
                   NOT INVALID KEY
                       MOVE 'INSUMOS' TO WS-AUD-TABLA
                       MOVE INS-CODIGO TO WS-AUD-LLAVE
                       MOVE REG-INSUMOS TO WS-AUD-ANTES
                       MOVE WS-RCP-CANTIDAD TO WS-INS-CANTIDAD
                       MOVE WS-RCP-COSTO TO WS-INS-COSTO-REC
                       PERFORM 000-PROMEDIA-COSTO-INSUMO
                       REWRITE REG-INSUMOS
                           INVALID KEY
                               DISPLAY "ERROR AL ACTUALIZAR EL "
                                   "INSUMO"
                       END-REWRITE
                       MOVE REG-INSUMOS TO WS-AUD-DESPUES
                       PERFORM 000-REGISTRA-AUDITORIA
               END-READ.
           PERFORM 000-CIERRE-INSUMOS.
       *>  -------------------------------------------------------------
       *>  SUMAR AL INSUMO YA LEÍDO EN REG-INSUMOS LA CANTIDAD EN
       *>  WS-INS-CANTIDAD Y LLEVAR SU COSTO AL PROMEDIO PONDERADO
       *>  CON EL COSTO UNITARIO EN WS-INS-COSTO-REC; SIN COSTO (CERO)
       *>  EL INSUMO CONSERVA EL COSTO QUE YA TENÍA
       *>  -------------------------------------------------------------
       000-PROMEDIA-COSTO-INSUMO.
       *>  LAS ENTRADAS ANTERIORES AL CAMPO DE COSTO NO LO TRAEN
           IF INS-COSTO IS NOT NUMERIC
               MOVE ZERO TO INS-COSTO
           END-IF.
           IF WS-INS-COSTO-REC > ZERO
               IF INS-COSTO = ZERO OR INS-EXISTENCIA = ZERO
                   MOVE WS-INS-COSTO-REC TO INS-COSTO
               ELSE
                   COMPUTE WS-INS-VALOR =
                       INS-EXISTENCIA * INS-COSTO +
                       WS-INS-CANTIDAD * WS-INS-COSTO-REC
                   COMPUTE INS-COSTO ROUNDED =
                       WS-INS-VALOR /
                       (INS-EXISTENCIA + WS-INS-CANTIDAD)
               END-IF
           END-IF.
           ADD WS-INS-CANTIDAD TO INS-EXISTENCIA.
       *>  -------------------------------------------------------------
       *>  CONSULTAR UNA ORDEN DE COMPRA CON LO PEDIDO, LO RECIBIDO Y
       *>  LO PENDIENTE DE CADA INSUMO
       *>  -------------------------------------------------------------
       003-MOSTRAR-ORDEN-COMPRA.
           DISPLAY " ".
           DISPLAY "NÚMERO DE LA ORDEN DE COMPRA: " WITH NO ADVANCING.
           ACCEPT WS-CMP-ORDEN.

           MOVE 0 TO WS-ENCONTRADO.
           PERFORM 000-INICIA-ORDENES.
               MOVE WS-CMP-ORDEN TO ORC-NUMERO.
               READ F-ARCHIVO-ORDENES RECORD
                   KEY ORC-NUMERO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE REG-ORDENES TO WS-ENT-ORDENES
                       MOVE 1 TO WS-ENCONTRADO
               END-READ.
           PERFORM 000-CIERRE-ORDENES.

           IF WS-ENCONTRADO = 0 THEN
               DISPLAY " "
               DISPLAY "*** LA ORDEN DE COMPRA NO EXISTE ***"
           ELSE
               PERFORM 000-NOMBRE-PROVEEDOR
               DISPLAY " "
               DISPLAY "========================================"
               DISPLAY "ORDEN DE COMPRA NRO.: " WS-ORC-NUMERO
               DISPLAY "PROVEEDOR: " WS-ORC-PROVEEDOR " "
                   WS-PRV-NOMBRE
               DISPLAY "FECHA: " WS-ORC-FECHA
                   " | ESTADO: " WS-ORC-ESTADO
                   " (A = ABIERTA, P = EN PARTE, C = CERRADA)"
               DISPLAY "----------------------------------------"
               PERFORM 000-INICIA-ORDENES-LIN
               MOVE WS-ORC-NUMERO TO ORL-ORDEN
               MOVE SPACES TO ORL-INSUMO
               MOVE 0 TO WS-FIN-ORD-LIN
               START F-ARCHIVO-ORDENES-LIN
                   KEY IS NOT LESS THAN ORL-CLAVE
                   INVALID KEY MOVE 1 TO WS-FIN-ORD-LIN
               END-START
               PERFORM 004-IMPRIME-LINEA-ORDEN
                   UNTIL WS-FIN-ORD-LIN = 1
               PERFORM 000-CIERRE-ORDENES-LIN
               DISPLAY "----------------------------------------"
               DISPLAY ">> TOTAL ACORDADO: " WS-ORC-TOTAL
               DISPLAY "========================================"
               MOVE ZERO TO WS-ENCONTRADO
           END-IF.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".

       004-IMPRIME-LINEA-ORDEN.
           READ F-ARCHIVO-ORDENES-LIN NEXT RECORD
               AT END
                   MOVE 1 TO WS-FIN-ORD-LIN
               NOT AT END
                   IF ORL-ORDEN NOT = WS-ORC-NUMERO
                       MOVE 1 TO WS-FIN-ORD-LIN
                   ELSE
                       COMPUTE WS-CMP-PENDIENTE =
                           ORL-CANTIDAD - ORL-RECIBIDO
                       DISPLAY " -> " ORL-INSUMO
                           " PEDIDO: " ORL-CANTIDAD
                           " | PRECIO: " ORL-PRECIO
                       DISPLAY "    RECIBIDO: " ORL-RECIBIDO
                           " | PENDIENTE: " WS-CMP-PENDIENTE
                   END-IF
           END-READ.
       *>  -------------------------------------------------------------
       *>  CERRAR A MANO UNA ORDEN DE LA QUE YA NO SE ESPERA EL
       *>  RESTO DE LA MERCANCÍA; LO PENDIENTE DEJA DE CONTAR
       *>  -------------------------------------------------------------
       002-COMPRA-CIERRA.
           DISPLAY " ".
           DISPLAY "NÚMERO DE LA ORDEN A CERRAR: " WITH NO ADVANCING.
           ACCEPT WS-CMP-ORDEN.

           PERFORM 000-INICIA-ORDENES.
               MOVE WS-CMP-ORDEN TO ORC-NUMERO.
               READ F-ARCHIVO-ORDENES RECORD
                   KEY ORC-NUMERO
                   INVALID KEY
                       DISPLAY "*** LA ORDEN DE COMPRA NO EXISTE ***"
                   NOT INVALID KEY
                       IF ORC-ESTADO = 'C'
                           DISPLAY "LA ORDEN YA ESTABA CERRADA."
                       ELSE
                           MOVE 'ORDENES' TO WS-AUD-TABLA
                           MOVE ORC-NUMERO TO WS-AUD-LLAVE
                           MOVE REG-ORDENES TO WS-AUD-ANTES
                           MOVE 'C' TO ORC-ESTADO
                           REWRITE REG-ORDENES
                               INVALID KEY
                                   DISPLAY "ERROR AL ACTUALIZAR LA "
                                       "ORDEN DE COMPRA"
                           END-REWRITE
                           MOVE REG-ORDENES TO WS-AUD-DESPUES
                           PERFORM 000-REGISTRA-AUDITORIA
                           DISPLAY "ORDEN CERRADA, LO PENDIENTE YA "
                               "NO SE ESPERA."
                       END-IF
               END-READ.
           PERFORM 000-CIERRE-ORDENES.
           STOP "ENTER PARA CONTINUAR".
       *>  -------------------------------------------------------------
       *>  REGISTRAR EL PAGO DE UNA FACTURA DE PROVEEDOR: TODAS LAS
       *>  RECEPCIONES DEL PROVEEDOR CON ESE NÚMERO DE FACTURA QUEDAN
       *>  PAGADAS Y SALEN DE LA DEUDA
       *>  -------------------------------------------------------------
       002-COMPRA-PAGA.
           DISPLAY " ".
           DISPLAY "CÓDIGO DEL PROVEEDOR: " WITH NO ADVANCING.
           ACCEPT WS-RCP-PROVEEDOR.
           DISPLAY "NRO. DE FACTURA DEL PROVEEDOR: "
               WITH NO ADVANCING.
           ACCEPT WS-CMP-FACTURA.

           MOVE ZERO TO WS-CMP-MONTO.
           MOVE ZERO TO WS-CMP-RECIBIDAS.
           ACCEPT WS-RCP-FECHA-PAGO FROM DATE YYYYMMDD.

           PERFORM 000-INICIA-RECEPCIONES.
               MOVE 0 TO WS-FIN-RECEPCIONES.
               PERFORM 004-LEE-SIG-RECEPCION.
               PERFORM 004-PAGA-RECEPCION
                   UNTIL WS-FIN-RECEPCIONES = 1.
           PERFORM 000-CIERRE-RECEPCIONES.

           DISPLAY " ".
           IF WS-CMP-RECIBIDAS = 0 THEN
               DISPLAY "*** NO HAY RECEPCIONES POR PAGAR CON ESA "
                   "FACTURA ***"
           ELSE
               DISPLAY "FACTURA " WS-CMP-FACTURA " PAGADA ("
                   WS-CMP-RECIBIDAS " RENGLONES)."
               DISPLAY ">> MONTO PAGADO: " WS-CMP-MONTO
           END-IF.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".

       004-LEE-SIG-RECEPCION.
           READ F-ARCHIVO-RECEPCIONES NEXT RECORD
               AT END MOVE 1 TO WS-FIN-RECEPCIONES.

       004-PAGA-RECEPCION.
           IF  RCP-PROVEEDOR = WS-RCP-PROVEEDOR AND
               RCP-FACTURA = WS-CMP-FACTURA AND
               RCP-PAGADO = 'N'
               THEN
                   MOVE 'RECEPCIONES' TO WS-AUD-TABLA
                   MOVE RCP-NUMERO TO WS-AUD-LLAVE
                   MOVE REG-RECEPCIONES TO WS-AUD-ANTES
                   MOVE 'S' TO RCP-PAGADO
                   MOVE WS-RCP-FECHA-PAGO TO RCP-FECHA-PAGO
                   REWRITE REG-RECEPCIONES
                       INVALID KEY
                           DISPLAY "ERROR AL ACTUALIZAR LA RECEPCIÓN"
                   END-REWRITE
                   MOVE REG-RECEPCIONES TO WS-AUD-DESPUES
                   PERFORM 000-REGISTRA-AUDITORIA
                   ADD RCP-MONTO TO WS-CMP-MONTO
                   ADD 1 TO WS-CMP-RECIBIDAS
           END-IF.

           PERFORM 004-LEE-SIG-RECEPCION.
       *>  -------------------------------------------------------------
       *>  PENDIENTES POR PROVEEDOR: LO QUE AÚN FALTA POR RECIBIR DE
       *>  SUS ÓRDENES NO CERRADAS (VALORADO AL PRECIO ACORDADO) Y LO
       *>  QUE SE LE DEBE POR FACTURAS RECIBIDAS Y NO PAGADAS
       *>  -------------------------------------------------------------
       003-MOSTRAR-PENDIENTES-PROV.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "PENDIENTES Y DEUDA POR PROVEEDOR: ".
           DISPLAY "********************************".

           MOVE ZERO TO WS-CMP-TOTAL-PEND.
           MOVE ZERO TO WS-CMP-TOTAL-DEUDA.
           MOVE 0 TO WS-ENCONTRADO.

           PERFORM 000-INICIA-PROVEEDORES.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-PROVEEDOR.
           PERFORM 004-PENDIENTES-PROVEEDOR UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-PROVEEDORES.

           DISPLAY " ".
           IF WS-ENCONTRADO = 0 THEN
               DISPLAY "*** NO HAY ÓRDENES PENDIENTES NI FACTURAS "
                   "POR PAGAR ***"
           ELSE
               DISPLAY "------------------------------------------"
               DISPLAY ">> TOTAL PENDIENTE POR RECIBIR: "
                   WS-CMP-TOTAL-PEND
               DISPLAY ">> TOTAL ADEUDADO A PROVEEDORES: "
                   WS-CMP-TOTAL-DEUDA
               MOVE ZERO TO WS-ENCONTRADO
           END-IF.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".

       004-PENDIENTES-PROVEEDOR.
           MOVE PRV-CODIGO TO WS-PRV-CODIGO.
           MOVE PRV-NOMBRE TO WS-PRV-NOMBRE.
           MOVE ZERO TO WS-CMP-PROV-PEND.
           MOVE ZERO TO WS-CMP-PROV-DEUDA.
           MOVE 0 TO WS-CMP-LINEAS.

           PERFORM 000-INICIA-ORDENES.
               MOVE 0 TO WS-FIN-ORDENES.
               PERFORM 005-LEE-SIG-ORDEN.
               PERFORM 005-PENDIENTE-ORDEN UNTIL WS-FIN-ORDENES = 1.
           PERFORM 000-CIERRE-ORDENES.

           PERFORM 000-INICIA-RECEPCIONES.
               MOVE 0 TO WS-FIN-RECEPCIONES.
               PERFORM 004-LEE-SIG-RECEPCION.
               PERFORM 005-DEUDA-RECEPCION
                   UNTIL WS-FIN-RECEPCIONES = 1.
           PERFORM 000-CIERRE-RECEPCIONES.

       *>  LOS PROVEEDORES AL DÍA NO SE LISTAN
           IF WS-CMP-LINEAS > 0
               DISPLAY "  >> PENDIENTE POR RECIBIR: " WS-CMP-PROV-PEND
               DISPLAY "  >> DEUDA POR FACTURAS: " WS-CMP-PROV-DEUDA
               ADD WS-CMP-PROV-PEND TO WS-CMP-TOTAL-PEND
               ADD WS-CMP-PROV-DEUDA TO WS-CMP-TOTAL-DEUDA
               MOVE 1 TO WS-ENCONTRADO
           END-IF.

           PERFORM 004-LEE-SIG-PROVEEDOR.

       005-LEE-SIG-ORDEN.
           READ F-ARCHIVO-ORDENES NEXT RECORD
               AT END MOVE 1 TO WS-FIN-ORDENES.

       005-PENDIENTE-ORDEN.
           IF ORC-PROVEEDOR = WS-PRV-CODIGO AND ORC-ESTADO NOT = 'C'
               PERFORM 000-INICIA-ORDENES-LIN
               MOVE ORC-NUMERO TO ORL-ORDEN
               MOVE SPACES TO ORL-INSUMO
               MOVE 0 TO WS-FIN-ORD-LIN
               START F-ARCHIVO-ORDENES-LIN
                   KEY IS NOT LESS THAN ORL-CLAVE
                   INVALID KEY MOVE 1 TO WS-FIN-ORD-LIN
               END-START
               PERFORM 006-PENDIENTE-LINEA UNTIL WS-FIN-ORD-LIN = 1
               PERFORM 000-CIERRE-ORDENES-LIN
           END-IF.

           PERFORM 005-LEE-SIG-ORDEN.

       006-PENDIENTE-LINEA.
           READ F-ARCHIVO-ORDENES-LIN NEXT RECORD
               AT END
                   MOVE 1 TO WS-FIN-ORD-LIN
               NOT AT END
                   IF ORL-ORDEN NOT = ORC-NUMERO
                       MOVE 1 TO WS-FIN-ORD-LIN
                   ELSE
                       IF ORL-RECIBIDO < ORL-CANTIDAD
                           PERFORM 006-ENCABEZA-PROVEEDOR
                           COMPUTE WS-CMP-PENDIENTE =
                               ORL-CANTIDAD - ORL-RECIBIDO
                           COMPUTE WS-CMP-MONTO ROUNDED =
                               WS-CMP-PENDIENTE * ORL-PRECIO
                           ADD WS-CMP-MONTO TO WS-CMP-PROV-PEND
                           DISPLAY "  - ORDEN " ORL-ORDEN
                               " INSUMO " ORL-INSUMO
                               " PENDIENTE: " WS-CMP-PENDIENTE
                               " | VALOR: " WS-CMP-MONTO
                       END-IF
                   END-IF
           END-READ.

       005-DEUDA-RECEPCION.
           IF RCP-PROVEEDOR = WS-PRV-CODIGO AND RCP-PAGADO = 'N'
               PERFORM 006-ENCABEZA-PROVEEDOR
               ADD RCP-MONTO TO WS-CMP-PROV-DEUDA
               DISPLAY "  - FACTURA " RCP-FACTURA
                   " ORDEN " RCP-ORDEN
                   " INSUMO " RCP-INSUMO
                   " POR PAGAR: " RCP-MONTO
           END-IF.

           PERFORM 004-LEE-SIG-RECEPCION.

       *>  EL ENCABEZADO DEL PROVEEDOR SE IMPRIME SÓLO ANTES DE SU
       *>  PRIMER RENGLÓN PENDIENTE
       006-ENCABEZA-PROVEEDOR.
           IF WS-CMP-LINEAS = 0
               DISPLAY "------------------------------------------"
               DISPLAY " -> PROVEEDOR: " WS-PRV-CODIGO " "
                   WS-PRV-NOMBRE
               MOVE 1 TO WS-CMP-LINEAS
           END-IF.
       *>  -------------------------------------------------------------
       *>  SUBMENU CONSULTAS
       *>  -------------------------------------------------------------
           DISPLAY "17 - REIMPRIMIR NOTA DE CRÉDITO.".
           DISPLAY "18 - TIEMPOS DE COCINA POR ESTACIÓN (RANGO).".
           DISPLAY "19 - VENTAS POR HORA DEL DÍA (RANGO).".
           DISPLAY "20 - COSTEO DE RECETAS Y MARGEN (RANGO).".
           DISPLAY "--------------------------------------".
           DISPLAY "21 - SALIR DEL SUBMENU.".
           DISPLAY " ".
           DISPLAY "OPCIÓN: " WITH NO ADVANCING.

                   PERFORM 003-MOSTRAR-TIEMPOS-COCINA
               WHEN 19
                   PERFORM 003-MOSTRAR-VENTAS-HORA
               WHEN 20
                   PERFORM 003-MOSTRAR-COSTEO-RECETAS
               WHEN 21 MOVE 1 TO WS-FIN-SUBMENU
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY "OPCION INVÁLIDA"
            MOVE 1 TO WS-FIN-ARCHIVO.

       004-IMPRIME-MESERO.
           IF RM-PUNTOS IS NUMERIC
               DISPLAY " - " RM-CEDULA " " RM-NOMBRE-APELLIDO
                   " | PUNTOS: " RM-PUNTOS
           ELSE
               DISPLAY " - " RM-CEDULA " " RM-NOMBRE-APELLIDO
           END-IF.
           PERFORM 004-LEE-SIG-MESERO.
       *>  -------------------------------------------------------------
       *>  MOSTRAR PLATILLOS DE LA CARTA (PARA SELECCIONAR POR CÓDIGO)

       *>  LAS FECHAS YA CERRADAS Y ARCHIVADAS SE CONSULTAN EN EL
       *>  HISTÓRICO DE PEDIDOS
           MOVE WS-PEDIDOS-ANNO TO WS-HIS-ANNO-DESDE.
           MOVE WS-PEDIDOS-ANNO TO WS-HIS-ANNO-HASTA.
           PERFORM 000-INICIA-PEDIDOS-HIST.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-PEDIDO-HIST.
       004-LEE-SIG-PEDIDO-HIST.
           READ F-ARCHIVO-PEDIDOS-HIST NEXT RECORD
               AT END MOVE 1 TO WS-FIN-ARCHIVO.
       *>  AL ACABAR EL VIVO SIGUEN LOS ARCHIVOS ANUALES DEL RANGO DE
       *>  AÑOS DEL REPORTE, SI EL LLAMADOR LO FIJÓ
           IF WS-FIN-ARCHIVO = 1 AND WS-HIS-ANNO-DESDE NOT = ZERO AND
               WS-HIS-ANNO-DESDE <= WS-HIS-ANNO-HASTA
               PERFORM 005-ARCHIVO-SIG-RPH
                   UNTIL WS-FIN-ARCHIVO = 0 OR
                   WS-HIS-RPH-ANNO >= WS-HIS-ANNO-HASTA
           END-IF.

       005-ARCHIVO-SIG-RPH.
           IF WS-HIS-RPH-CERRADO = 0
               CLOSE F-ARCHIVO-PEDIDOS-HIST
               MOVE 1 TO WS-HIS-RPH-CERRADO
           END-IF.
           IF WS-HIS-RPH-ANNO = ZERO
               MOVE WS-HIS-ANNO-DESDE TO WS-HIS-RPH-ANNO
           ELSE
               ADD 1 TO WS-HIS-RPH-ANNO
           END-IF.
           MOVE 'PEDIDOS_HIST' TO WS-HIS-BASE.
           MOVE WS-HIS-RPH-ANNO TO WS-HIS-ANNO.
           PERFORM 000-HIST-NOMBRE-ANUAL.
           MOVE WS-HIS-NOMBRE TO WS-RPH-NOMBRE.
           OPEN INPUT F-ARCHIVO-PEDIDOS-HIST.
           IF FS-STATUS-PEDIDOS-HIST = '00'
               MOVE 0 TO WS-HIS-RPH-CERRADO
               MOVE 0 TO WS-FIN-ARCHIVO
               READ F-ARCHIVO-PEDIDOS-HIST NEXT RECORD
                   AT END MOVE 1 TO WS-FIN-ARCHIVO
               END-READ
           END-IF.

       004-IMPRIME-PEDIDO-FECHA-HIST.
           IF  WS-PEDIDOS-DIA = RPH-DIA AND

       *>  LAS FECHAS YA CERRADAS Y ARCHIVADAS SE CONSULTAN EN EL
       *>  HISTÓRICO DE PEDIDOS
           MOVE WS-PEDIDOS-ANNO TO WS-HIS-ANNO-DESDE.
           MOVE WS-PEDIDOS-ANNO TO WS-HIS-ANNO-HASTA.
           PERFORM 000-INICIA-PEDIDOS-HIST.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-PEDIDO-HIST.
                       "/" RPE-MES "/" RPE-ANNO
                   MOVE 1 TO WS-ENCONTRADO
                   MOVE 1 TO WS-ENCONTRADO
                ELSE
                    EXIT
                END-IF
           END-IF

           PERFORM 004-LEE-SIG-PEDIDO.
       *>  -------------------------------------------------------------
       *>  MOSTRAR IMPORTE POR PEDIDOS
       *>  -------------------------------------------------------------
       003-MOSTRAR-IMPORTE-POR-PEDIDOS.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "MOSTRAR IMPORTE POR PEDIDOS: ".
           DISPLAY "********************************".

           PERFORM 000-INICIA-PEDIDOS.
           PERFORM 003-MOSTRAR-PEDIDOS.
           PERFORM 000-CIERRE-PEDIDOS.

           MOVE 0 TO WS-FIN-ARCHIVO.

           PERFORM 000-INICIA-PEDIDOS.
           PERFORM 004-LEE-SIG-PEDIDO.

           MOVE 0 TO WS-ENCONTRADO.

           DISPLAY "INTRODUZCA EL NÚMERO DE PEDIDO: "
               WITH NO ADVANCING.
           ACCEPT WS-PEDIDOS-NUMERO.
           

           PERFORM 004-IMPRIME-IMPORTE-POR-PEDIDO
               UNTIL WS-FIN-ARCHIVO = 1.

           IF WS-ENCONTRADO = 0 THEN
               DISPLAY " "
               DISPLAY "*** NADA QUE MOSTRAR ***"
               DISPLAY " "
               STOP "ENTER PARA CONTINUAR"
           END-IF.

           PERFORM 000-CIERRE-PEDIDOS.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".

       004-IMPRIME-IMPORTE-POR-PEDIDO.
           IF WS-PEDIDOS-NUMERO = RPE-NUMERO THEN
               DISPLAY " "
               DISPLAY "IMPORTE, DETALLE Y TOTAL A PAGAR:"
               DISPLAY "------------------------------------------"
               DISPLAY " + NUMERO DE PEDIDO: " RPE-NUMERO
               DISPLAY " + PRECIO UNITARIO: " RPE-PRECIO-UNITARIO
               DISPLAY " + CANTIDAD: " RPE-CANTIDAD
               DISPLAY " + IMPORTE: " RPE-IMPORTE
               DISPLAY " + PROPINA: " RPE-PROPINA
               COMPUTE WS-TOTAL-PAGO = RPE-PRECIO-UNITARIO 
               * RPE-CANTIDAD + RPE-IMPORTE + RPE-PROPINA
               DISPLAY ">> TOTAL A PAGAR: " WS-TOTAL-PAGO
               MOVE 1 TO WS-ENCONTRADO
           END-IF

           PERFORM 004-LEE-SIG-PEDIDO.
       *>  -------------------------------------------------------------
       *>  CIERRE DE CAJA POR FECHA
       *>  -------------------------------------------------------------
       003-MOSTRAR-CIERRE-CAJA.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "CIERRE DE CAJA POR FECHA: ".
           DISPLAY "********************************".
           DISPLAY "INTRODUZCA LA FECHA A CERRAR".
           DISPLAY "DÍA: " WITH NO ADVANCING.
           ACCEPT WS-COMANDAS-DIA.
           DISPLAY "MES: " WITH NO ADVANCING.
           ACCEPT WS-COMANDAS-MES.
           DISPLAY "AÑO: " WITH NO ADVANCING.
           ACCEPT WS-COMANDAS-ANNO.

           MOVE 0 TO WS-ENCONTRADO.
           MOVE 0 TO WS-CIERRE-CANT-TIPOS.
           MOVE 0 TO WS-CIERRE-TOTAL-VENTAS.
           MOVE 0 TO WS-CIERRE-TOTAL-PROPINAS.
           MOVE 0 TO WS-CIERRE-IGTF.
           MOVE 0 TO WS-CIERRE-VUELTO.

           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-COMANDA.

           PERFORM 004-ACUMULA-CIERRE-CAJA UNTIL WS-FIN-ARCHIVO = 1.

       *>  LAS COMANDAS DE FECHAS YA CERRADAS Y ARCHIVADAS SE
       *>  ACUMULAN DESDE EL HISTÓRICO
           MOVE WS-COMANDAS-ANNO TO WS-HIS-ANNO-DESDE.
           MOVE WS-COMANDAS-ANNO TO WS-HIS-ANNO-HASTA.
           PERFORM 000-INICIA-COMANDAS-HIST.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-COMANDA-HIST.
           PERFORM 004-ACUMULA-CIERRE-CAJA-HIST
               UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-COMANDAS-HIST.

           DISPLAY " ".
           IF WS-ENCONTRADO = 0 THEN
               DISPLAY "*** NO HAY COMANDAS PARA LA FECHA "
                   "INTRODUCIDA ***"
               DISPLAY " "
               STOP "ENTER PARA CONTINUAR"
           END-IF.

           DISPLAY "CIERRE DE CAJA PARA LA FECHA: " WS-COMANDAS-DIA "/"
               WS-COMANDAS-MES "/" WS-COMANDAS-ANNO.
           DISPLAY "------------------------------------------".
           DISPLAY "DESGLOSE POR TIPO DE PAGO (MONTOS COBRADOS, "
               "CON IVA/SERVICIO):".
           MOVE 0 TO WS-CIERRE-TOTAL-BS.
           MOVE 0 TO WS-CIERRE-TOTAL-USD.
           PERFORM VARYING WS-CIERRE-IDX FROM 1 BY 1
               UNTIL WS-CIERRE-IDX > WS-CIERRE-CANT-TIPOS
               IF WS-CIERRE-TIPO-MONEDA (WS-CIERRE-IDX) = 'USD'
                   DISPLAY " - " WS-CIERRE-TIPO-NOMBRE (WS-CIERRE-IDX)
                       " (USD): " WS-CIERRE-TIPO-DIVISA (WS-CIERRE-IDX)
                       " = BS " WS-CIERRE-TIPO-TOTAL (WS-CIERRE-IDX)
                   ADD WS-CIERRE-TIPO-DIVISA (WS-CIERRE-IDX)
                       TO WS-CIERRE-TOTAL-USD
               ELSE
                   DISPLAY " - " WS-CIERRE-TIPO-NOMBRE (WS-CIERRE-IDX)
                       ": " WS-CIERRE-TIPO-TOTAL (WS-CIERRE-IDX)
       *>          LO CARGADO A CUENTA SE VENDIÓ PERO NO ENTRÓ A LA CAJA
                   IF WS-CIERRE-TIPO-NOMBRE (WS-CIERRE-IDX) NOT =
                       'CARGO A CUENTA'
                       ADD WS-CIERRE-TIPO-TOTAL (WS-CIERRE-IDX)
                           TO WS-CIERRE-TOTAL-BS
                   END-IF
               END-IF
           END-PERFORM.
       *>  CUADRE POR MONEDA: LO COBRADO EN BOLÍVARES MENOS EL VUELTO
       *>  EN BOLÍVARES DE LOS PAGOS EN DIVISAS, Y LO RECIBIDO EN
       *>  DÓLARES CON SU IGTF
           COMPUTE WS-CIERRE-NETO =
               WS-CIERRE-TOTAL-BS - WS-CIERRE-VUELTO.
           MOVE WS-CIERRE-NETO TO WS-CIERRE-NETO-ED.
           DISPLAY "------------------------------------------".
           DISPLAY "CUADRE POR MONEDA:".
           DISPLAY " - COBRADO EN BOLÍVARES: " WS-CIERRE-TOTAL-BS.
           DISPLAY " - VUELTO EN BS DE PAGOS EN DIVISAS: "
               WS-CIERRE-VUELTO.
           DISPLAY " - NETO EN BOLÍVARES: " WS-CIERRE-NETO-ED.
           DISPLAY " - RECIBIDO EN DÓLARES: " WS-CIERRE-TOTAL-USD.
           DISPLAY " - IGTF COBRADO: " WS-CIERRE-IGTF.
           DISPLAY "------------------------------------------".
           DISPLAY ">> TOTAL DE VENTAS DEL DÍA (BASE SIN "
               "IVA/SERVICIO): " WS-CIERRE-TOTAL-VENTAS.
           DISPLAY ">> TOTAL DE PROPINAS DEL DÍA: "
               WS-CIERRE-TOTAL-PROPINAS.

       *>  DESGLOSE FISCAL PARA EL CONTADOR: BASE, IVA, SERVICIO Y
       *>  TOTAL DE LAS FACTURAS EMITIDAS EN LA FECHA CERRADA
           COMPUTE WS-CIERRE-FECHA-NUM =
               WS-COMANDAS-ANNO * 10000 +
               WS-COMANDAS-MES * 100 + WS-COMANDAS-DIA.
           MOVE 0 TO WS-CIERRE-BASE.
           MOVE 0 TO WS-CIERRE-IVA.
           MOVE 0 TO WS-CIERRE-SERVICIO.
           MOVE 0 TO WS-CIERRE-FACTURADO.

           PERFORM 000-INICIA-FACTURAS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-FACTURA.
           PERFORM 004-ACUMULA-FISCAL UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-FACTURAS.

           DISPLAY "------------------------------------------".
           DISPLAY "DESGLOSE FISCAL (FACTURAS DE LA FECHA):".
           DISPLAY " - BASE IMPONIBLE: " WS-CIERRE-BASE.
           DISPLAY " - IVA: " WS-CIERRE-IVA.
           DISPLAY " - SERVICIO: " WS-CIERRE-SERVICIO.
           DISPLAY " - TOTAL FACTURADO: " WS-CIERRE-FACTURADO.

       *>  LAS NOTAS DE CRÉDITO EMITIDAS EN LA FECHA SE NETEAN DEL
       *>  TOTAL FACTURADO DE ESE MISMO DÍA
           MOVE ZERO TO WS-CIERRE-NOTAS.
           PERFORM 000-INICIA-NOTAS-CRED.
           MOVE 0 TO WS-FIN-NOTAS.
           PERFORM 004-LEE-SIG-NOTA.
           PERFORM 004-ACUMULA-NOTA-FECHA UNTIL WS-FIN-NOTAS = 1.
           PERFORM 000-CIERRE-NOTAS-CRED.

           COMPUTE WS-CIERRE-NETO =
               WS-CIERRE-FACTURADO - WS-CIERRE-NOTAS.
           MOVE WS-CIERRE-NETO TO WS-CIERRE-NETO-ED.
           DISPLAY " - NOTAS DE CRÉDITO DE LA FECHA: "
               WS-CIERRE-NOTAS.
           DISPLAY " - TOTAL NETO DE LA FECHA: " WS-CIERRE-NETO-ED.
           PERFORM 002-SUMA-ABONOS-FECHA.
           DISPLAY " - ABONOS A CUENTAS POR COBRAR: "
               WS-CTA-ABONOS-FECHA.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".

       *>  SUMAR LOS ABONOS A CUENTAS DE CLIENTES RECIBIDOS EN LA
       *>  FECHA DEL CIERRE (WS-CIERRE-FECHA-NUM)
       002-SUMA-ABONOS-FECHA.
           MOVE ZERO TO WS-CTA-ABONOS-FECHA.
           PERFORM 000-INICIA-CXC.
           MOVE 0 TO WS-FIN-CXC.
           PERFORM 004-LEE-SIG-CXC.
           PERFORM 004-ACUMULA-ABONO-FECHA UNTIL WS-FIN-CXC = 1.
           PERFORM 000-CIERRE-CXC.

       004-ACUMULA-ABONO-FECHA.
           IF CXC-TIPO = 'A' AND CXC-FECHA = WS-CIERRE-FECHA-NUM
               ADD CXC-MONTO TO WS-CTA-ABONOS-FECHA
           END-IF.
           PERFORM 004-LEE-SIG-CXC.

       004-ACUMULA-NOTA-FECHA.
           IF NCR-FECHA = WS-CIERRE-FECHA-NUM
               ADD NCR-MONTO TO WS-CIERRE-NOTAS
           END-IF.
           PERFORM 004-LEE-SIG-NOTA.

       004-LEE-SIG-FACTURA.
           READ F-ARCHIVO-FACTURAS NEXT RECORD
               AT END MOVE 1 TO WS-FIN-ARCHIVO.

       004-ACUMULA-FISCAL.
           IF FAC-FECHA = WS-CIERRE-FECHA-NUM THEN
               ADD FAC-BASE TO WS-CIERRE-BASE
               ADD FAC-IVA-MONTO TO WS-CIERRE-IVA
               ADD FAC-SERVICIO-MONTO TO WS-CIERRE-SERVICIO
               ADD FAC-TOTAL TO WS-CIERRE-FACTURADO
           END-IF.

           PERFORM 004-LEE-SIG-FACTURA.

       004-LEE-SIG-COMANDA.
           READ F-ARCHIVO-COMANDAS NEXT RECORD
               AT END MOVE 1 TO WS-FIN-ARCHIVO.

       004-LEE-SIG-COMANDA-HIST.
           READ F-ARCHIVO-COMANDAS-HIST NEXT RECORD
               AT END MOVE 1 TO WS-FIN-ARCHIVO.
       *>  AL ACABAR EL VIVO SIGUEN LOS ARCHIVOS ANUALES DEL RANGO DE
       *>  AÑOS DEL REPORTE, SI EL LLAMADOR LO FIJÓ
           IF WS-FIN-ARCHIVO = 1 AND WS-HIS-ANNO-DESDE NOT = ZERO AND
               WS-HIS-ANNO-DESDE <= WS-HIS-ANNO-HASTA
               PERFORM 005-ARCHIVO-SIG-RCH
                   UNTIL WS-FIN-ARCHIVO = 0 OR
                   WS-HIS-RCH-ANNO >= WS-HIS-ANNO-HASTA
           END-IF.

       005-ARCHIVO-SIG-RCH.
           IF WS-HIS-RCH-CERRADO = 0
               CLOSE F-ARCHIVO-COMANDAS-HIST
               MOVE 1 TO WS-HIS-RCH-CERRADO
           END-IF.
           IF WS-HIS-RCH-ANNO = ZERO
               MOVE WS-HIS-ANNO-DESDE TO WS-HIS-RCH-ANNO
           ELSE
               ADD 1 TO WS-HIS-RCH-ANNO
           END-IF.
           MOVE 'COMANDAS_HIST' TO WS-HIS-BASE.
           MOVE WS-HIS-RCH-ANNO TO WS-HIS-ANNO.
           PERFORM 000-HIST-NOMBRE-ANUAL.
           MOVE WS-HIS-NOMBRE TO WS-RCH-NOMBRE.
           OPEN INPUT F-ARCHIVO-COMANDAS-HIST.
           IF FS-STATUS-COMANDAS-HIST = '00'
               MOVE 0 TO WS-HIS-RCH-CERRADO
               MOVE 0 TO WS-FIN-ARCHIVO
               READ F-ARCHIVO-COMANDAS-HIST NEXT RECORD
                   AT END MOVE 1 TO WS-FIN-ARCHIVO
               END-READ
           END-IF.

       004-ACUMULA-CIERRE-CAJA-HIST.
           IF  WS-COMANDAS-DIA = RCH-DIA AND
               WS-COMANDAS-MES = RCH-MES AND
               WS-COMANDAS-ANNO = RCH-ANNO AND
               RCH-ESTADO = 'E'
               THEN
                   ADD RCH-TOTAL TO WS-CIERRE-TOTAL-VENTAS
                   ADD RCH-PROPINA TO WS-CIERRE-TOTAL-PROPINAS
                   PERFORM 006-DESGLOSA-PAGOS-HIST
                   MOVE 1 TO WS-ENCONTRADO
           END-IF.

           PERFORM 004-LEE-SIG-COMANDA-HIST.

       004-ACUMULA-CIERRE-CAJA.
           IF  WS-COMANDAS-DIA = RCM-DIA AND
               WS-COMANDAS-MES = RCM-MES AND
               WS-COMANDAS-ANNO = RCM-ANNO AND
               RCM-ESTADO = 'E'
               THEN
                   ADD RCM-TOTAL TO WS-CIERRE-TOTAL-VENTAS
                   ADD RCM-PROPINA TO WS-CIERRE-TOTAL-PROPINAS
                   PERFORM 006-DESGLOSA-PAGOS-COMANDA
                   MOVE 1 TO WS-ENCONTRADO
           END-IF.

           PERFORM 004-LEE-SIG-COMANDA.

       *>  ACUMULAR EN LA TABLA DEL DESGLOSE UN PAGO YA LEÍDO EN
       *>  REG-PAGOS; LOS PAGOS EN DIVISAS VAN EN SU PROPIO RENGLÓN,
       *>  POR LO RECIBIDO EN DÓLARES Y SU EQUIVALENTE EN BOLÍVARES
       *>  (ABONO + IGTF + VUELTO), Y SU IGTF Y VUELTO SE TOTALIZAN
       *>  APARTE. LOS PAGOS ANTERIORES AL CAMPO DE MONEDA SON EN BS
       005-DESGLOSA-PAGO.
           MOVE PAG-TIPO TO WS-CIERRE-TIPO-PAGO.
           MOVE PAG-MONTO TO WS-CIERRE-MONTO.
           MOVE 'BS' TO WS-CIERRE-MONEDA.
           MOVE ZERO TO WS-CIERRE-DIVISA.
           IF PAG-MONEDA = 'USD' AND PAG-MONTO-DIVISA IS NUMERIC
               MOVE 'USD' TO WS-CIERRE-MONEDA
               MOVE PAG-MONTO-DIVISA TO WS-CIERRE-DIVISA
               COMPUTE WS-CIERRE-MONTO =
                   PAG-MONTO + PAG-IGTF + PAG-VUELTO-BS
               ADD PAG-IGTF TO WS-CIERRE-IGTF
               ADD PAG-VUELTO-BS TO WS-CIERRE-VUELTO
           END-IF.
           PERFORM 005-ACUMULA-TIPO-PAGO.

       *>  ACUMULAR EN LA TABLA DEL DESGLOSE EL MONTO EN
       *>  WS-CIERRE-MONTO (Y LO RECIBIDO EN DIVISAS EN
       *>  WS-CIERRE-DIVISA) BAJO EL TIPO DE PAGO EN
       *>  WS-CIERRE-TIPO-PAGO Y LA MONEDA EN WS-CIERRE-MONEDA
       005-ACUMULA-TIPO-PAGO.
           MOVE 0 TO WS-CIERRE-TIPO-HALLADO.
           PERFORM VARYING WS-CIERRE-IDX FROM 1 BY 1
               UNTIL WS-CIERRE-IDX > WS-CIERRE-CANT-TIPOS
               IF WS-CIERRE-TIPO-NOMBRE (WS-CIERRE-IDX) =
                   WS-CIERRE-TIPO-PAGO AND
                   WS-CIERRE-TIPO-MONEDA (WS-CIERRE-IDX) =
                   WS-CIERRE-MONEDA
                   ADD WS-CIERRE-MONTO TO
                       WS-CIERRE-TIPO-TOTAL (WS-CIERRE-IDX)
                   ADD WS-CIERRE-DIVISA TO
                       WS-CIERRE-TIPO-DIVISA (WS-CIERRE-IDX)
                   MOVE 1 TO WS-CIERRE-TIPO-HALLADO
               END-IF
           END-PERFORM.

           IF WS-CIERRE-TIPO-HALLADO = 0 AND
               WS-CIERRE-CANT-TIPOS < 20
               THEN
                   ADD 1 TO WS-CIERRE-CANT-TIPOS
                   MOVE WS-CIERRE-TIPO-PAGO TO
                       WS-CIERRE-TIPO-NOMBRE (WS-CIERRE-CANT-TIPOS)
                   MOVE WS-CIERRE-MONTO TO
                       WS-CIERRE-TIPO-TOTAL (WS-CIERRE-CANT-TIPOS)
                   MOVE WS-CIERRE-MONEDA TO
                       WS-CIERRE-TIPO-MONEDA (WS-CIERRE-CANT-TIPOS)
                   MOVE WS-CIERRE-DIVISA TO
                       WS-CIERRE-TIPO-DIVISA (WS-CIERRE-CANT-TIPOS)
           END-IF.
       *>  -------------------------------------------------------------
       *>  EXPORTAR PEDIDOS A CSV PARA CONTABILIDAD
       *>  -------------------------------------------------------------
       003-EXPORTA-PEDIDOS-CSV.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "EXPORTAR PEDIDOS A CSV: ".
           DISPLAY "********************************".
           DISPLAY "INTRODUZCA EL RANGO DE FECHAS A EXPORTAR".
           DISPLAY "DESDE - DÍA: " WITH NO ADVANCING.
           ACCEPT WS-CSV-DESDE-DIA.
           DISPLAY "DESDE - MES: " WITH NO ADVANCING.
           ACCEPT WS-CSV-DESDE-MES.
           DISPLAY "DESDE - AÑO: " WITH NO ADVANCING.
           ACCEPT WS-CSV-DESDE-ANNO.
           DISPLAY "HASTA - DÍA: " WITH NO ADVANCING.
           ACCEPT WS-CSV-HASTA-DIA.
           DISPLAY "HASTA - MES: " WITH NO ADVANCING.
           ACCEPT WS-CSV-HASTA-MES.
           DISPLAY "HASTA - AÑO: " WITH NO ADVANCING.
           ACCEPT WS-CSV-HASTA-ANNO.

           PERFORM 002-EJECUTA-EXPORTA-CSV.
       *>  -------------------------------------------------------------
       *>  CUERPO DE LA EXPORTACIÓN A CSV, COMPARTIDO POR LA PANTALLA
       *>  Y EL MODO DESATENDIDO (QUE DEJA EL RANGO YA CARGADO EN LOS
       *>  CAMPOS WS-CSV-*)
       *>  -------------------------------------------------------------
       002-EJECUTA-EXPORTA-CSV.
           COMPUTE WS-CSV-FECHA-DESDE-NUM =
               WS-CSV-DESDE-ANNO * 10000 +
               WS-CSV-DESDE-MES * 100 + WS-CSV-DESDE-DIA.
           COMPUTE WS-CSV-FECHA-HASTA-NUM =
               WS-CSV-HASTA-ANNO * 10000 +
               WS-CSV-HASTA-MES * 100 + WS-CSV-HASTA-DIA.

           MOVE 0 TO WS-ENCONTRADO.
           MOVE ZERO TO WS-CSV-CANTIDAD.
           PERFORM 000-INICIA-PEDIDOS-CSV.

           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-PEDIDO.

           PERFORM 004-EXPORTA-LINEA-PEDIDO-CSV
               UNTIL WS-FIN-ARCHIVO = 1.

       *>  LOS PEDIDOS DE FECHAS YA CERRADAS Y ARCHIVADAS SE
       *>  EXPORTAN DESDE EL HISTÓRICO
           MOVE WS-CSV-DESDE-ANNO TO WS-HIS-ANNO-DESDE.
           MOVE WS-CSV-HASTA-ANNO TO WS-HIS-ANNO-HASTA.
           PERFORM 000-INICIA-PEDIDOS-HIST.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-PEDIDO-HIST.
           PERFORM 004-EXPORTA-LINEA-CSV-HIST
               UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-PEDIDOS-HIST.

           PERFORM 000-CIERRE-PEDIDOS-CSV.

           DISPLAY " ".
           IF WS-ENCONTRADO = 0 THEN
               DISPLAY "*** NO HAY PEDIDOS PARA EL RANGO DE "
                   "FECHAS INTRODUCIDO ***"
           ELSE
               DISPLAY "PEDIDOS EXPORTADOS AL ARCHIVO "
                   "PEDIDOS_EXPORT.CSV"
           END-IF.
           DISPLAY " ".

       *>  EN EL MODO DESATENDIDO QUEDA EL RESUMEN EN EL REPORTE Y
       *>  EL CÓDIGO DE RETORNO AVISA CUANDO NO HABÍA NADA
           IF WS-MODO-BATCH = 1
               MOVE WS-CSV-CANTIDAD TO WS-SPOOL-NUM-ED
               MOVE SPACES TO WS-SPOOL-LINEA
               STRING
                   "LINEAS EXPORTADAS A PEDIDOS_EXPORT.CSV: "
                       DELIMITED BY SIZE
                   WS-SPOOL-NUM-ED DELIMITED BY SIZE
                   INTO WS-SPOOL-LINEA
               END-STRING
               PERFORM 000-ESCRIBE-SPOOL
               IF WS-ENCONTRADO = 0
                   MOVE 4 TO WS-BATCH-RC
               END-IF
           END-IF.
           PERFORM 000-PAUSA.

       004-EXPORTA-LINEA-PEDIDO-CSV.
           COMPUTE WS-CSV-FECHA-LINEA-NUM =
               RPE-ANNO * 10000 + RPE-MES * 100 + RPE-DIA.

           IF  WS-CSV-FECHA-LINEA-NUM >= WS-CSV-FECHA-DESDE-NUM AND
               WS-CSV-FECHA-LINEA-NUM <= WS-CSV-FECHA-HASTA-NUM AND
               RPE-ESTADO NOT = 'C'
               THEN
                   MOVE RPE-IMPORTE TO WS-CSV-IMPORTE-ED
                   MOVE RPE-PROPINA TO WS-CSV-PROPINA-ED
                   MOVE SPACES TO REG-PEDIDOS-CSV
                   STRING
                       RPE-NUMERO         DELIMITED BY SIZE ","
                       RPE-MESA           DELIMITED BY SPACE ","
                       RPE-MESERO         DELIMITED BY SPACE ","
                       WS-CSV-IMPORTE-ED  DELIMITED BY SIZE ","
                       WS-CSV-PROPINA-ED  DELIMITED BY SIZE ","
                       RPE-TIPO-PAGO      DELIMITED BY SIZE ","
                       RPE-DIA            DELIMITED BY SIZE "/"
                       RPE-MES            DELIMITED BY SIZE "/"
                       RPE-ANNO           DELIMITED BY SIZE
                       INTO REG-PEDIDOS-CSV
                   END-STRING
                   WRITE REG-PEDIDOS-CSV
                   ADD 1 TO WS-CSV-CANTIDAD
                   MOVE 1 TO WS-ENCONTRADO
           END-IF.

           PERFORM 004-LEE-SIG-PEDIDO.

       004-EXPORTA-LINEA-CSV-HIST.
           COMPUTE WS-CSV-FECHA-LINEA-NUM =
               RPH-ANNO * 10000 + RPH-MES * 100 + RPH-DIA.

           IF  WS-CSV-FECHA-LINEA-NUM >= WS-CSV-FECHA-DESDE-NUM AND
               WS-CSV-FECHA-LINEA-NUM <= WS-CSV-FECHA-HASTA-NUM AND
               RPH-ESTADO NOT = 'C'
               THEN
                   MOVE RPH-IMPORTE TO WS-CSV-IMPORTE-ED
                   MOVE RPH-PROPINA TO WS-CSV-PROPINA-ED
                   MOVE SPACES TO REG-PEDIDOS-CSV
                   STRING
                       RPH-NUMERO         DELIMITED BY SIZE ","
                       RPH-MESA           DELIMITED BY SPACE ","
                       RPH-MESERO         DELIMITED BY SPACE ","
                       WS-CSV-IMPORTE-ED  DELIMITED BY SIZE ","
                       WS-CSV-PROPINA-ED  DELIMITED BY SIZE ","
                       RPH-TIPO-PAGO      DELIMITED BY SIZE ","
                       RPH-DIA            DELIMITED BY SIZE "/"
                       RPH-MES            DELIMITED BY SIZE "/"
                       RPH-ANNO           DELIMITED BY SIZE
                       INTO REG-PEDIDOS-CSV
                   END-STRING
                   WRITE REG-PEDIDOS-CSV
                   ADD 1 TO WS-CSV-CANTIDAD
                   MOVE 1 TO WS-ENCONTRADO
           END-IF.

           PERFORM 004-LEE-SIG-PEDIDO-HIST.
       *>  -------------------------------------------------------------
       *>  PEDIR EL RANGO DE FECHAS DESDE/HASTA DE LOS REPORTES POR
       *>  PERÍODO Y DEJARLO TAMBIÉN EN FORMA NUMÉRICA AAAAMMDD
       *>  -------------------------------------------------------------
       000-PIDE-RANGO-FECHAS.
           DISPLAY "INTRODUZCA EL RANGO DE FECHAS DEL REPORTE".
           DISPLAY "DESDE - DÍA: " WITH NO ADVANCING.
           ACCEPT WS-RANGO-DESDE-DIA.
           DISPLAY "DESDE - MES: " WITH NO ADVANCING.
           ACCEPT WS-RANGO-DESDE-MES.
           DISPLAY "DESDE - AÑO: " WITH NO ADVANCING.
           ACCEPT WS-RANGO-DESDE-ANNO.
           DISPLAY "HASTA - DÍA: " WITH NO ADVANCING.
           ACCEPT WS-RANGO-HASTA-DIA.
           DISPLAY "HASTA - MES: " WITH NO ADVANCING.
           ACCEPT WS-RANGO-HASTA-MES.
           DISPLAY "HASTA - AÑO: " WITH NO ADVANCING.
           ACCEPT WS-RANGO-HASTA-ANNO.

           COMPUTE WS-RANGO-DESDE-NUM =
               WS-RANGO-DESDE-ANNO * 10000 +
               WS-RANGO-DESDE-MES * 100 + WS-RANGO-DESDE-DIA.
           COMPUTE WS-RANGO-HASTA-NUM =
               WS-RANGO-HASTA-ANNO * 10000 +
               WS-RANGO-HASTA-MES * 100 + WS-RANGO-HASTA-DIA.
       *>  -------------------------------------------------------------
       *>  AÑOS DE LOS ARCHIVOS ANUALES DE LOS HISTÓRICOS QUE CUBRE EL
       *>  RANGO WS-RANGO-DESDE-NUM / WS-RANGO-HASTA-NUM (HASTA EN
       *>  CERO = HASTA HOY)
       *>  -------------------------------------------------------------
       000-HIST-RANGO-ARCHIVOS.
           COMPUTE WS-HIS-ANNO-DESDE = WS-RANGO-DESDE-NUM / 10000.
           COMPUTE WS-HIS-ANNO-HASTA = WS-RANGO-HASTA-NUM / 10000.
           IF WS-HIS-ANNO-HASTA = ZERO
               ACCEPT WS-HIS-FECHA-HOY FROM DATE YYYYMMDD
               COMPUTE WS-HIS-ANNO-HASTA = WS-HIS-FECHA-HOY / 10000
           END-IF.
           IF WS-HIS-ANNO-DESDE < WS-HIS-ANNO-MINIMO
               MOVE WS-HIS-ANNO-MINIMO TO WS-HIS-ANNO-DESDE
           END-IF.

       000-HIST-NOMBRE-ANUAL.
           MOVE SPACES TO WS-HIS-NOMBRE.
           STRING
               WS-HIS-BASE DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               WS-HIS-ANNO DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-HIS-NOMBRE
           END-STRING.
       *>  -------------------------------------------------------------
       *>  MEZCLA DE VENTAS POR PLATILLO Y POR TIPO EN UN RANGO DE
       *>  FECHAS: UNIDADES, MONTO Y PARTICIPACIÓN SOBRE EL TOTAL,
       *>  ARMADA DESDE LAS LÍNEAS DE PEDIDOS NO ANULADAS (OPERATIVAS
       *>  E HISTÓRICAS); EL TIPO SE RESUELVE CONTRA PLATILLOS POR LA
       *>  DESCRIPCIÓN QUE QUEDÓ ASENTADA EN LA LÍNEA
       *>  -------------------------------------------------------------
       003-MOSTRAR-VENTAS-MIX.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "VENTAS POR PLATILLO Y POR TIPO: ".
           DISPLAY "********************************".
           PERFORM 000-PIDE-RANGO-FECHAS.

           MOVE 0 TO WS-MIX-CANT.
           MOVE 0 TO WS-TMIX-CANT.
           MOVE 0 TO WS-MIX-TOTAL-MONTO.

           PERFORM 000-INICIA-PEDIDOS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-PEDIDO.
           PERFORM 004-ACUMULA-MIX-PEDIDO UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-PEDIDOS.

           PERFORM 000-HIST-RANGO-ARCHIVOS.
           PERFORM 000-INICIA-PEDIDOS-HIST.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-PEDIDO-HIST.
           PERFORM 004-ACUMULA-MIX-HIST UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-PEDIDOS-HIST.

           IF WS-MIX-CANT = 0 THEN
               DISPLAY " "
               DISPLAY "*** NO HAY VENTAS PARA EL RANGO DE "
                   "FECHAS INTRODUCIDO ***"
               DISPLAY " "
               STOP "ENTER PARA CONTINUAR"
           ELSE
       *>  RESOLVER EL TIPO DE CADA PLATILLO VENDIDO Y ARMAR EL
       *>  ACUMULADO POR TIPO
               PERFORM 000-INICIA-PLATILLOS
               MOVE 0 TO WS-FIN-ARCHIVO
               PERFORM 004-LEE-SIG-PLATILLO
               PERFORM 004-ASIGNA-TIPO-MIX UNTIL WS-FIN-ARCHIVO = 1
               PERFORM 000-CIERRE-PLATILLOS

               PERFORM 005-ACUMULA-TMIX
                   VARYING WS-MIX-IDX FROM 1 BY 1
                   UNTIL WS-MIX-IDX > WS-MIX-CANT

               DISPLAY " "
               DISPLAY "VENTAS POR PLATILLO DEL "
                   WS-RANGO-DESDE-DIA "/" WS-RANGO-DESDE-MES "/"
                   WS-RANGO-DESDE-ANNO " AL "
                   WS-RANGO-HASTA-DIA "/" WS-RANGO-HASTA-MES "/"
                   WS-RANGO-HASTA-ANNO
               PERFORM 005-IMPRIME-MIX-PLATILLO
                   VARYING WS-MIX-IDX FROM 1 BY 1
                   UNTIL WS-MIX-IDX > WS-MIX-CANT

               DISPLAY " "
               DISPLAY "VENTAS POR TIPO DE PLATILLO:"
               PERFORM 005-IMPRIME-MIX-TIPO
                   VARYING WS-TMIX-IDX FROM 1 BY 1
                   UNTIL WS-TMIX-IDX > WS-TMIX-CANT

               DISPLAY "------------------------------------------"
               DISPLAY ">> TOTAL VENDIDO EN EL RANGO: "
                   WS-MIX-TOTAL-MONTO
               DISPLAY " "
               STOP "ENTER PARA CONTINUAR"
           END-IF.

       004-ACUMULA-MIX-PEDIDO.
           COMPUTE WS-RANGO-LINEA-NUM =
               RPE-ANNO * 10000 + RPE-MES * 100 + RPE-DIA.

           IF  WS-RANGO-LINEA-NUM >= WS-RANGO-DESDE-NUM AND
               WS-RANGO-LINEA-NUM <= WS-RANGO-HASTA-NUM AND
               RPE-ESTADO NOT = 'C'
               THEN
                   MOVE RPE-DESCRIPCION TO WS-MIX-W-DESCRIPCION
                   MOVE RPE-CANTIDAD TO WS-MIX-W-UNIDADES
                   MOVE RPE-IMPORTE TO WS-MIX-W-MONTO
                   PERFORM 005-ACUMULA-MIX
           END-IF.

           PERFORM 004-LEE-SIG-PEDIDO.

       004-ACUMULA-MIX-HIST.
           COMPUTE WS-RANGO-LINEA-NUM =
               RPH-ANNO * 10000 + RPH-MES * 100 + RPH-DIA.

           IF  WS-RANGO-LINEA-NUM >= WS-RANGO-DESDE-NUM AND
               WS-RANGO-LINEA-NUM <= WS-RANGO-HASTA-NUM AND
               RPH-ESTADO NOT = 'C'
               THEN
                   MOVE RPH-DESCRIPCION TO WS-MIX-W-DESCRIPCION
                   MOVE RPH-CANTIDAD TO WS-MIX-W-UNIDADES
                   MOVE RPH-IMPORTE TO WS-MIX-W-MONTO
                   PERFORM 005-ACUMULA-MIX
           END-IF.

           PERFORM 004-LEE-SIG-PEDIDO-HIST.

       *>  ACUMULAR EN LA TABLA DE MEZCLA LA LÍNEA YA DEJADA EN LOS
       *>  CAMPOS DE TRABAJO WS-MIX-W-*
       005-ACUMULA-MIX.
           ADD WS-MIX-W-MONTO TO WS-MIX-TOTAL-MONTO.
           MOVE 0 TO WS-MIX-HALLADO.
           PERFORM VARYING WS-MIX-IDX FROM 1 BY 1
               UNTIL WS-MIX-IDX > WS-MIX-CANT
               IF WS-MIX-DESCRIPCION (WS-MIX-IDX) =
                   WS-MIX-W-DESCRIPCION
                   ADD WS-MIX-W-UNIDADES TO
                       WS-MIX-UNIDADES (WS-MIX-IDX)
                   ADD WS-MIX-W-MONTO TO
                       WS-MIX-MONTO (WS-MIX-IDX)
                   MOVE 1 TO WS-MIX-HALLADO
               END-IF
           END-PERFORM.

           IF WS-MIX-HALLADO = 0 AND WS-MIX-CANT < 100 THEN
               ADD 1 TO WS-MIX-CANT
               MOVE WS-MIX-W-DESCRIPCION TO
                   WS-MIX-DESCRIPCION (WS-MIX-CANT)
               MOVE SPACES TO WS-MIX-TIPO (WS-MIX-CANT)
               MOVE WS-MIX-W-UNIDADES TO
                   WS-MIX-UNIDADES (WS-MIX-CANT)
               MOVE WS-MIX-W-MONTO TO WS-MIX-MONTO (WS-MIX-CANT)
           END-IF.

       004-ASIGNA-TIPO-MIX.
           PERFORM VARYING WS-MIX-IDX FROM 1 BY 1
               UNTIL WS-MIX-IDX > WS-MIX-CANT
               IF WS-MIX-DESCRIPCION (WS-MIX-IDX) = RP-DESCRIPCION
                   MOVE RP-TIPO TO WS-MIX-TIPO (WS-MIX-IDX)
               END-IF
           END-PERFORM.

           PERFORM 004-LEE-SIG-PLATILLO.

       005-ACUMULA-TMIX.
           MOVE 0 TO WS-TMIX-HALLADO.
           PERFORM VARYING WS-TMIX-IDX FROM 1 BY 1
               UNTIL WS-TMIX-IDX > WS-TMIX-CANT
               IF WS-TMIX-TIPO (WS-TMIX-IDX) =
                   WS-MIX-TIPO (WS-MIX-IDX)
                   ADD WS-MIX-UNIDADES (WS-MIX-IDX) TO
                       WS-TMIX-UNIDADES (WS-TMIX-IDX)
                   ADD WS-MIX-MONTO (WS-MIX-IDX) TO
                       WS-TMIX-MONTO (WS-TMIX-IDX)
                   MOVE 1 TO WS-TMIX-HALLADO
               END-IF
           END-PERFORM.

           IF WS-TMIX-HALLADO = 0 AND WS-TMIX-CANT < 20 THEN
               ADD 1 TO WS-TMIX-CANT
               MOVE WS-MIX-TIPO (WS-MIX-IDX) TO
                   WS-TMIX-TIPO (WS-TMIX-CANT)
               MOVE WS-MIX-UNIDADES (WS-MIX-IDX) TO
                   WS-TMIX-UNIDADES (WS-TMIX-CANT)
               MOVE WS-MIX-MONTO (WS-MIX-IDX) TO
                   WS-TMIX-MONTO (WS-TMIX-CANT)
           END-IF.

       005-IMPRIME-MIX-PLATILLO.
           IF WS-MIX-TOTAL-MONTO > ZERO
               COMPUTE WS-MIX-PORC ROUNDED =
                   WS-MIX-MONTO (WS-MIX-IDX) * 100 /
                   WS-MIX-TOTAL-MONTO
           ELSE
               MOVE ZERO TO WS-MIX-PORC
           END-IF.
           DISPLAY "------------------------------------------".
           DISPLAY " -> " WS-MIX-DESCRIPCION (WS-MIX-IDX).
           DISPLAY "  - TIPO: " WS-MIX-TIPO (WS-MIX-IDX).
           DISPLAY "  - UNIDADES: " WS-MIX-UNIDADES (WS-MIX-IDX)
               " | MONTO: " WS-MIX-MONTO (WS-MIX-IDX)
               " | PARTICIPACIÓN: " WS-MIX-PORC " %".

       005-IMPRIME-MIX-TIPO.
           IF WS-MIX-TOTAL-MONTO > ZERO
               COMPUTE WS-MIX-PORC ROUNDED =
                   WS-TMIX-MONTO (WS-TMIX-IDX) * 100 /
                   WS-MIX-TOTAL-MONTO
           ELSE
               MOVE ZERO TO WS-MIX-PORC
           END-IF.
           DISPLAY "------------------------------------------".
           DISPLAY " -> TIPO: " WS-TMIX-TIPO (WS-TMIX-IDX).
           DISPLAY "  - UNIDADES: " WS-TMIX-UNIDADES (WS-TMIX-IDX)
               " | MONTO: " WS-TMIX-MONTO (WS-TMIX-IDX)
               " | PARTICIPACIÓN: " WS-MIX-PORC " %".
       *>  -------------------------------------------------------------
       *>  PLAN DE PRODUCCIÓN PARA UNA FECHA: PRONÓSTICO POR PLATILLO
       *>  CON EL PROMEDIO VENDIDO EL MISMO DÍA DE LA SEMANA EN LAS
       *>  ÚLTIMAS SEMANAS, AJUSTADO POR LOS CUBIERTOS RESERVADOS
       *>  CONTRA UN DÍA NORMAL; HOJA DE PREPARACIÓN POR ESTACIÓN Y
       *>  LISTA DE COMPRAS SUGERIDA SEGÚN LAS RECETAS
       *>  -------------------------------------------------------------
       001-PLAN-PRODUCCION.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "PLAN DE PRODUCCIÓN Y COMPRAS: ".
           DISPLAY "********************************".
           DISPLAY "FECHA DEL PLAN (DÍA EN CERO = HOY)".
           DISPLAY "DÍA: " WITH NO ADVANCING.
           ACCEPT WS-PLN-DIA.
           IF WS-PLN-DIA = ZERO
               ACCEPT WS-PLN-FECHA FROM DATE YYYYMMDD
           ELSE
               DISPLAY "MES: " WITH NO ADVANCING
               ACCEPT WS-PLN-MES
               DISPLAY "AÑO: " WITH NO ADVANCING
               ACCEPT WS-PLN-ANNO
           END-IF.
           DISPLAY "SEMANAS DE HISTORIA A PROMEDIAR (1 A 52, "
               "CERO = 4): " WITH NO ADVANCING.
           ACCEPT WS-PLN-SEMANAS.

           IF WS-PLN-MES < 1 OR WS-PLN-MES > 12 OR
               WS-PLN-DIA < 1 OR WS-PLN-DIA > 31 OR
               WS-PLN-ANNO < WS-HIS-ANNO-MINIMO
               DISPLAY " "
               DISPLAY "FECHA NO VÁLIDA."
           ELSE
               DISPLAY " "
               PERFORM 002-CALCULA-PLAN
           END-IF.
           DISPLAY " ".
           PERFORM 000-PAUSA.
       *>  -------------------------------------------------------------
       *>  CALCULAR E IMPRIMIR EL PLAN DE LA FECHA WS-PLN-FECHA CON
       *>  WS-PLN-SEMANAS SEMANAS DE HISTORIA (EN PANTALLA O, EN EL
       *>  MODO DESATENDIDO, EN EL ARCHIVO DE IMPRESIÓN)
       *>  -------------------------------------------------------------
       002-CALCULA-PLAN.
           IF WS-PLN-SEMANAS = ZERO OR WS-PLN-SEMANAS > 52
               MOVE 4 TO WS-PLN-SEMANAS
           END-IF.
           MOVE WS-PLN-ANNO TO WS-DIAS-ANNO.
           MOVE WS-PLN-MES TO WS-DIAS-MES.
           MOVE WS-PLN-DIA TO WS-DIAS-DIA.
           PERFORM 000-DIAS-FECHA.
           MOVE WS-DIAS-NUM TO WS-PLN-DIAS-OBJ.

           MOVE 0 TO WS-MIX-CANT.
           MOVE 0 TO WS-MIX-TOTAL-MONTO.
           MOVE 0 TO WS-PLN-CANT.
           MOVE 0 TO WS-PLN-INS-CANT.
           MOVE 0 TO WS-PLN-SIN-RECETA.
           PERFORM VARYING WS-PLN-SEM-IDX FROM 1 BY 1
               UNTIL WS-PLN-SEM-IDX > 52
               MOVE 0 TO WS-PLN-SEM-VENTA (WS-PLN-SEM-IDX)
           END-PERFORM.

       *>  VENTAS DE LOS MISMOS DÍAS DE LA SEMANA: PEDIDOS DE LOS DÍAS
       *>  AÚN SIN CERRAR Y EL HISTÓRICO (CON SUS ARCHIVOS ANUALES)
           PERFORM 000-INICIA-PEDIDOS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-PEDIDO.
           PERFORM 004-PLN-ACUMULA-PEDIDO UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-PEDIDOS.

           COMPUTE WS-HIS-ANNO-DESDE = WS-PLN-ANNO - 1.
           MOVE WS-PLN-ANNO TO WS-HIS-ANNO-HASTA.
           PERFORM 000-INICIA-PEDIDOS-HIST.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-PEDIDO-HIST.
           PERFORM 004-PLN-ACUMULA-HIST UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-PEDIDOS-HIST.

       *>  SE PROMEDIA SOBRE LAS SEMANAS EN QUE HUBO VENTA, PARA QUE UN
       *>  DÍA CERRADO NO BAJE EL PRONÓSTICO
           MOVE 0 TO WS-PLN-SEM-CANT.
           PERFORM VARYING WS-PLN-SEM-IDX FROM 1 BY 1
               UNTIL WS-PLN-SEM-IDX > WS-PLN-SEMANAS
               IF WS-PLN-SEM-VENTA (WS-PLN-SEM-IDX) = 1
                   ADD 1 TO WS-PLN-SEM-CANT
               END-IF
           END-PERFORM.

           PERFORM 002-PLN-FACTOR-RESERVAS.

           IF WS-PLN-SEM-CANT > ZERO
               PERFORM 000-INICIA-PLATILLOS
               PERFORM 000-INICIA-RECETAS
               MOVE 0 TO WS-FIN-ARCHIVO
               PERFORM 004-LEE-SIG-PLATILLO
               PERFORM 004-PLN-PRONOSTICA-PLATILLO
                   UNTIL WS-FIN-ARCHIVO = 1
               PERFORM 000-CIERRE-RECETAS
               PERFORM 000-CIERRE-PLATILLOS
           END-IF.

           PERFORM 002-PLN-ENCABEZADO.
           IF WS-PLN-CANT = ZERO
               MOVE SPACES TO WS-SPOOL-LINEA
               PERFORM 000-ESCRIBE-PLAN
               MOVE SPACES TO WS-SPOOL-LINEA
               STRING
                   "*** NO HAY VENTAS DE ESE DIA DE LA SEMANA EN LAS "
                       DELIMITED BY SIZE
                   "SEMANAS INDICADAS: NO HAY PLAN ***"
                       DELIMITED BY SIZE
                   INTO WS-SPOOL-LINEA
               END-STRING
               PERFORM 000-ESCRIBE-PLAN
           ELSE
               PERFORM 002-PLN-HOJA-PREPARACION
               PERFORM 002-PLN-INSUMOS
           END-IF.

       004-PLN-ACUMULA-PEDIDO.
           IF RPE-ESTADO NOT = 'C' AND RPE-FECHA IS NUMERIC
               MOVE RPE-ANNO TO WS-DIAS-ANNO
               MOVE RPE-MES TO WS-DIAS-MES
               MOVE RPE-DIA TO WS-DIAS-DIA
               MOVE RPE-DESCRIPCION TO WS-MIX-W-DESCRIPCION
               MOVE RPE-CANTIDAD TO WS-MIX-W-UNIDADES
               PERFORM 005-PLN-ACUMULA-LINEA
           END-IF.
           PERFORM 004-LEE-SIG-PEDIDO.

       004-PLN-ACUMULA-HIST.
           IF RPH-ESTADO NOT = 'C' AND RPH-FECHA IS NUMERIC
               MOVE RPH-ANNO TO WS-DIAS-ANNO
               MOVE RPH-MES TO WS-DIAS-MES
               MOVE RPH-DIA TO WS-DIAS-DIA
               MOVE RPH-DESCRIPCION TO WS-MIX-W-DESCRIPCION
               MOVE RPH-CANTIDAD TO WS-MIX-W-UNIDADES
               PERFORM 005-PLN-ACUMULA-LINEA
           END-IF.
           PERFORM 004-LEE-SIG-PEDIDO-HIST.

       *>  LA LÍNEA CUENTA SI CAE UN NÚMERO EXACTO DE SEMANAS ANTES DE
       *>  LA FECHA DEL PLAN, DENTRO DE LAS SEMANAS PEDIDAS
       005-PLN-ACUMULA-LINEA.
           PERFORM 000-DIAS-FECHA.
           COMPUTE WS-PLN-DIFER = WS-PLN-DIAS-OBJ - WS-DIAS-NUM.
           IF WS-PLN-DIFER > ZERO AND
               WS-PLN-DIFER <= WS-PLN-SEMANAS * 7
               DIVIDE WS-PLN-DIFER BY 7 GIVING WS-PLN-SEMANA
                   REMAINDER WS-PLN-RESTO
               IF WS-PLN-RESTO = ZERO
                   MOVE 1 TO WS-PLN-SEM-VENTA (WS-PLN-SEMANA)
                   MOVE ZERO TO WS-MIX-W-MONTO
                   PERFORM 005-ACUMULA-MIX
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  CUBIERTOS RESERVADOS PARA LA FECHA DEL PLAN CONTRA LOS DE UN
       *>  DÍA NORMAL (PROMEDIO DE LOS MISMOS DÍAS DE LA SEMANA CON
       *>  VENTA); SIN RESERVAS CON QUÉ COMPARAR NO SE AJUSTA
       *>  -------------------------------------------------------------
       002-PLN-FACTOR-RESERVAS.
           MOVE ZERO TO WS-PLN-CUB-OBJ.
           MOVE ZERO TO WS-PLN-CUB-HIST.
           MOVE ZERO TO WS-PLN-CUB-NORMAL.
           MOVE 1 TO WS-PLN-FACTOR.
           PERFORM 000-INICIA-RESERVAS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-RESERVA.
           PERFORM 004-PLN-ACUMULA-RESERVA UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-RESERVAS.

           IF WS-PLN-SEM-CANT > ZERO
               COMPUTE WS-PLN-CUB-NORMAL ROUNDED =
                   WS-PLN-CUB-HIST / WS-PLN-SEM-CANT
           END-IF.
           IF WS-PLN-CUB-NORMAL > ZERO AND WS-PLN-CUB-OBJ > ZERO
               COMPUTE WS-PLN-FACTOR ROUNDED =
                   WS-PLN-CUB-OBJ / WS-PLN-CUB-NORMAL
                   ON SIZE ERROR MOVE 999.99 TO WS-PLN-FACTOR
               END-COMPUTE
           END-IF.

       004-PLN-ACUMULA-RESERVA.
           IF RSV-ESTADO NOT = 'C' AND RSV-FECHA IS NUMERIC
               MOVE RSV-ANNO TO WS-DIAS-ANNO
               MOVE RSV-MES TO WS-DIAS-MES
               MOVE RSV-DIA TO WS-DIAS-DIA
               PERFORM 000-DIAS-FECHA
               COMPUTE WS-PLN-DIFER = WS-PLN-DIAS-OBJ - WS-DIAS-NUM
               IF WS-PLN-DIFER = ZERO
                   ADD RSV-PERSONAS TO WS-PLN-CUB-OBJ
               END-IF
       *>      SÓLO LAS SEMANAS CON VENTA, LAS MISMAS DEL PROMEDIO
               IF WS-PLN-DIFER > ZERO AND
                   WS-PLN-DIFER <= WS-PLN-SEMANAS * 7
                   DIVIDE WS-PLN-DIFER BY 7 GIVING WS-PLN-SEMANA
                       REMAINDER WS-PLN-RESTO
                   IF WS-PLN-RESTO = ZERO
                       IF WS-PLN-SEM-VENTA (WS-PLN-SEMANA) = 1
                           ADD RSV-PERSONAS TO WS-PLN-CUB-HIST
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 004-LEE-SIG-RESERVA.
       *>  -------------------------------------------------------------
       *>  PRONÓSTICO DEL PLATILLO LEÍDO: PROMEDIO VENDIDO POR EL
       *>  FACTOR DE RESERVAS, REDONDEADO HACIA ARRIBA PARA NO QUEDAR
       *>  CORTOS, Y SUS INSUMOS SEGÚN LA RECETA
       *>  -------------------------------------------------------------
       004-PLN-PRONOSTICA-PLATILLO.
           MOVE ZERO TO WS-PLN-VENDIDAS.
           PERFORM VARYING WS-MIX-IDX FROM 1 BY 1
               UNTIL WS-MIX-IDX > WS-MIX-CANT
               IF WS-MIX-DESCRIPCION (WS-MIX-IDX) = RP-DESCRIPCION
                   MOVE WS-MIX-UNIDADES (WS-MIX-IDX)
                       TO WS-PLN-VENDIDAS
               END-IF
           END-PERFORM.

           IF WS-PLN-VENDIDAS > ZERO AND WS-PLN-CANT < 100
               ADD 1 TO WS-PLN-CANT
               MOVE RP-CODIGO TO WS-PLN-CODIGO (WS-PLN-CANT)
               MOVE RP-DESCRIPCION TO WS-PLN-DESCRIPCION (WS-PLN-CANT)
               PERFORM 000-ESTACION-PLATILLO
               MOVE WS-KOC-ESTACION TO WS-PLN-ESTACION (WS-PLN-CANT)
               COMPUTE WS-PLN-PROMEDIO (WS-PLN-CANT) ROUNDED =
                   WS-PLN-VENDIDAS / WS-PLN-SEM-CANT
               COMPUTE WS-PLN-EXACTO =
                   WS-PLN-VENDIDAS * WS-PLN-FACTOR / WS-PLN-SEM-CANT
               MOVE WS-PLN-EXACTO TO WS-PLN-UNIDADES-W
               IF WS-PLN-UNIDADES-W < WS-PLN-EXACTO
                   ADD 1 TO WS-PLN-UNIDADES-W
               END-IF
               MOVE WS-PLN-UNIDADES-W TO WS-PLN-UNIDADES (WS-PLN-CANT)
               MOVE 0 TO WS-PLN-RECETA (WS-PLN-CANT)

               MOVE RP-CODIGO TO REC-PLATILLO
               MOVE SPACES TO REC-INSUMO
               MOVE 0 TO WS-FIN-RECETAS
               START F-ARCHIVO-RECETAS
                   KEY IS NOT LESS THAN REC-CLAVE
                   INVALID KEY MOVE 1 TO WS-FIN-RECETAS
               END-START
               PERFORM 005-PLN-LINEA-RECETA UNTIL WS-FIN-RECETAS = 1
               IF WS-PLN-RECETA (WS-PLN-CANT) = 0
                   ADD 1 TO WS-PLN-SIN-RECETA
               END-IF
           END-IF.

           PERFORM 004-LEE-SIG-PLATILLO.

       005-PLN-LINEA-RECETA.
           READ F-ARCHIVO-RECETAS NEXT RECORD
               AT END
                   MOVE 1 TO WS-FIN-RECETAS
               NOT AT END
                   IF REC-PLATILLO NOT = RP-CODIGO
                       MOVE 1 TO WS-FIN-RECETAS
                   ELSE
                       MOVE 1 TO WS-PLN-RECETA (WS-PLN-CANT)
                       PERFORM 006-PLN-SUMA-INSUMO
                   END-IF
           END-READ.

       006-PLN-SUMA-INSUMO.
           MOVE 0 TO WS-PLN-HALLADO.
           PERFORM VARYING WS-PLN-INS-IDX FROM 1 BY 1
               UNTIL WS-PLN-INS-IDX > WS-PLN-INS-CANT
               IF WS-PLN-INS-CODIGO (WS-PLN-INS-IDX) = REC-INSUMO
                   COMPUTE WS-PLN-INS-REQUERIDO (WS-PLN-INS-IDX) =
                       WS-PLN-INS-REQUERIDO (WS-PLN-INS-IDX) +
                       REC-CANTIDAD * WS-PLN-UNIDADES-W
                   MOVE 1 TO WS-PLN-HALLADO
               END-IF
           END-PERFORM.
           IF WS-PLN-HALLADO = 0 AND WS-PLN-INS-CANT < 200
               ADD 1 TO WS-PLN-INS-CANT
               MOVE REC-INSUMO TO WS-PLN-INS-CODIGO (WS-PLN-INS-CANT)
               COMPUTE WS-PLN-INS-REQUERIDO (WS-PLN-INS-CANT) =
                   REC-CANTIDAD * WS-PLN-UNIDADES-W
           END-IF.
       *>  -------------------------------------------------------------
       *>  ENCABEZADO DEL PLAN: FECHA, HISTORIA USADA Y AJUSTE
       *>  -------------------------------------------------------------
       002-PLN-ENCABEZADO.
           MOVE SPACES TO WS-SPOOL-LINEA.
           STRING
               "PLAN DE PRODUCCION PARA EL " DELIMITED BY SIZE
               WS-PLN-DIA "/" WS-PLN-MES "/" WS-PLN-ANNO
                   DELIMITED BY SIZE
               INTO WS-SPOOL-LINEA
           END-STRING.
           PERFORM 000-ESCRIBE-PLAN.
           MOVE WS-PLN-SEMANAS TO WS-PLN-SEM-ED.
           MOVE WS-PLN-SEM-CANT TO WS-PLN-CUB-ED.
           MOVE SPACES TO WS-SPOOL-LINEA.
           STRING
               "HISTORIA: MISMO DIA DE LA SEMANA EN LAS ULTIMAS "
                   DELIMITED BY SIZE
               WS-PLN-SEM-ED DELIMITED BY SIZE
               " SEMANAS (CON VENTA:" DELIMITED BY SIZE
               WS-PLN-CUB-ED DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-SPOOL-LINEA
           END-STRING.
           PERFORM 000-ESCRIBE-PLAN.
           MOVE WS-PLN-CUB-OBJ TO WS-PLN-CUB-ED.
           MOVE WS-PLN-CUB-NORMAL TO WS-PLN-PROM-ED.
           MOVE WS-PLN-FACTOR TO WS-PLN-FACTOR-ED.
           MOVE SPACES TO WS-SPOOL-LINEA.
           STRING
               "CUBIERTOS RESERVADOS:" DELIMITED BY SIZE
               WS-PLN-CUB-ED DELIMITED BY SIZE
               " | DIA NORMAL:" DELIMITED BY SIZE
               WS-PLN-PROM-ED DELIMITED BY SIZE
               " | FACTOR:" DELIMITED BY SIZE
               WS-PLN-FACTOR-ED DELIMITED BY SIZE
               INTO WS-SPOOL-LINEA
           END-STRING.
           PERFORM 000-ESCRIBE-PLAN.
           IF WS-PLN-CUB-NORMAL = ZERO OR WS-PLN-CUB-OBJ = ZERO
               MOVE SPACES TO WS-SPOOL-LINEA
               STRING
                   "(SIN RESERVAS CON QUE COMPARAR: EL PRONOSTICO VA "
                       DELIMITED BY SIZE
                   "SIN AJUSTE)"
                       DELIMITED BY SIZE
                   INTO WS-SPOOL-LINEA
               END-STRING
               PERFORM 000-ESCRIBE-PLAN
           END-IF.
       *>  -------------------------------------------------------------
       *>  HOJA DE PREPARACIÓN: LOS PLATILLOS DEL PLAN AGRUPADOS POR LA
       *>  ESTACIÓN QUE LOS PREPARA (LA MISMA DE LA COLA DE COCINA)
       *>  -------------------------------------------------------------
       002-PLN-HOJA-PREPARACION.
           MOVE 0 TO WS-PLN-EST-CANT.
           PERFORM 005-PLN-REGISTRA-ESTACION
               VARYING WS-PLN-IDX FROM 1 BY 1
               UNTIL WS-PLN-IDX > WS-PLN-CANT.
           PERFORM 005-PLN-IMPRIME-ESTACION
               VARYING WS-PLN-EST-IDX FROM 1 BY 1
               UNTIL WS-PLN-EST-IDX > WS-PLN-EST-CANT.
           IF WS-PLN-SIN-RECETA > ZERO
               MOVE WS-PLN-SIN-RECETA TO WS-PLN-UNI-ED
               MOVE SPACES TO WS-SPOOL-LINEA
               STRING
                   "PLATILLOS SIN RECETA (NO PIDEN INSUMOS):"
                       DELIMITED BY SIZE
                   WS-PLN-UNI-ED DELIMITED BY SIZE
                   INTO WS-SPOOL-LINEA
               END-STRING
               PERFORM 000-ESCRIBE-PLAN
           END-IF.

       005-PLN-REGISTRA-ESTACION.
           MOVE 0 TO WS-PLN-HALLADO.
           PERFORM VARYING WS-PLN-EST-IDX FROM 1 BY 1
               UNTIL WS-PLN-EST-IDX > WS-PLN-EST-CANT
               IF WS-PLN-EST (WS-PLN-EST-IDX) =
                   WS-PLN-ESTACION (WS-PLN-IDX)
                   MOVE 1 TO WS-PLN-HALLADO
               END-IF
           END-PERFORM.
           IF WS-PLN-HALLADO = 0 AND WS-PLN-EST-CANT < 10
               ADD 1 TO WS-PLN-EST-CANT
               MOVE WS-PLN-ESTACION (WS-PLN-IDX)
                   TO WS-PLN-EST (WS-PLN-EST-CANT)
           END-IF.

       005-PLN-IMPRIME-ESTACION.
           MOVE SPACES TO WS-SPOOL-LINEA.
           PERFORM 000-ESCRIBE-PLAN.
           MOVE SPACES TO WS-SPOOL-LINEA.
           STRING
               "HOJA DE PREPARACION - ESTACION " DELIMITED BY SIZE
               WS-PLN-EST (WS-PLN-EST-IDX) DELIMITED BY SPACE
               INTO WS-SPOOL-LINEA
           END-STRING.
           PERFORM 000-ESCRIBE-PLAN.
           MOVE SPACES TO WS-SPOOL-LINEA.
           MOVE "CODIGO" TO WS-SPOOL-LINEA (3:6).
           MOVE "PLATILLO" TO WS-SPOOL-LINEA (19:8).
           MOVE "PROMEDIO" TO WS-SPOOL-LINEA (61:8).
           MOVE "PREPARAR" TO WS-SPOOL-LINEA (70:8).
           PERFORM 000-ESCRIBE-PLAN.
           PERFORM 006-PLN-IMPRIME-PLATILLO
               VARYING WS-PLN-IDX FROM 1 BY 1
               UNTIL WS-PLN-IDX > WS-PLN-CANT.

       006-PLN-IMPRIME-PLATILLO.
           IF WS-PLN-ESTACION (WS-PLN-IDX) =
               WS-PLN-EST (WS-PLN-EST-IDX)
               MOVE WS-PLN-PROMEDIO (WS-PLN-IDX) TO WS-PLN-PROM-ED
               MOVE WS-PLN-UNIDADES (WS-PLN-IDX) TO WS-PLN-UNI-ED
               MOVE SPACES TO WS-SPOOL-LINEA
               MOVE WS-PLN-CODIGO (WS-PLN-IDX)
                   TO WS-SPOOL-LINEA (3:15)
               MOVE WS-PLN-DESCRIPCION (WS-PLN-IDX)
                   TO WS-SPOOL-LINEA (19:40)
               MOVE WS-PLN-PROM-ED TO WS-SPOOL-LINEA (61:8)
               MOVE WS-PLN-UNI-ED TO WS-SPOOL-LINEA (73:5)
               IF WS-PLN-RECETA (WS-PLN-IDX) = 0
                   MOVE "SIN RECETA" TO WS-SPOOL-LINEA (80:10)
               END-IF
               PERFORM 000-ESCRIBE-PLAN
           END-IF.
       *>  -------------------------------------------------------------
       *>  INSUMOS QUE PIDE EL PLAN CONTRA LA EXISTENCIA Y EL MÍNIMO, Y
       *>  LISTA DE COMPRAS: LO NECESARIO PARA PREPARAR Y QUEDAR AL
       *>  MENOS EN EL MÍNIMO, VALORADO AL COSTO PROMEDIO
       *>  -------------------------------------------------------------
       002-PLN-INSUMOS.
           PERFORM 000-INICIA-INSUMOS.
           PERFORM 005-PLN-LEE-INSUMO
               VARYING WS-PLN-INS-IDX FROM 1 BY 1
               UNTIL WS-PLN-INS-IDX > WS-PLN-INS-CANT.
           PERFORM 000-CIERRE-INSUMOS.

           MOVE SPACES TO WS-SPOOL-LINEA.
           PERFORM 000-ESCRIBE-PLAN.
           MOVE "INSUMOS REQUERIDOS POR EL PLAN" TO WS-SPOOL-LINEA.
           PERFORM 000-ESCRIBE-PLAN.
           MOVE SPACES TO WS-SPOOL-LINEA.
           MOVE "INSUMO" TO WS-SPOOL-LINEA (1:6).
           MOVE "DESCRIPCION" TO WS-SPOOL-LINEA (17:11).
           MOVE "UNIDAD" TO WS-SPOOL-LINEA (48:6).
           MOVE "REQUERIDO" TO WS-SPOOL-LINEA (60:9).
           MOVE "EXISTENCIA" TO WS-SPOOL-LINEA (70:10).
           MOVE "MINIMO" TO WS-SPOOL-LINEA (84:6).
           MOVE "SITUACION" TO WS-SPOOL-LINEA (92:9).
           PERFORM 000-ESCRIBE-PLAN.
           PERFORM 005-PLN-IMPRIME-REQUERIDO
               VARYING WS-PLN-INS-IDX FROM 1 BY 1
               UNTIL WS-PLN-INS-IDX > WS-PLN-INS-CANT.

           MOVE SPACES TO WS-SPOOL-LINEA.
           PERFORM 000-ESCRIBE-PLAN.
           MOVE "LISTA DE COMPRAS SUGERIDA" TO WS-SPOOL-LINEA.
           PERFORM 000-ESCRIBE-PLAN.
           MOVE SPACES TO WS-SPOOL-LINEA.
           MOVE "INSUMO" TO WS-SPOOL-LINEA (1:6).
           MOVE "DESCRIPCION" TO WS-SPOOL-LINEA (17:11).
           MOVE "UNIDAD" TO WS-SPOOL-LINEA (48:6).
           MOVE "A COMPRAR" TO WS-SPOOL-LINEA (60:9).
           MOVE "COSTO UNIT." TO WS-SPOOL-LINEA (70:11).
           MOVE "COSTO" TO WS-SPOOL-LINEA (92:5).
           PERFORM 000-ESCRIBE-PLAN.
           MOVE ZERO TO WS-PLN-A-COMPRAR.
           MOVE ZERO TO WS-PLN-COSTO-TOTAL.
           PERFORM 005-PLN-IMPRIME-COMPRA
               VARYING WS-PLN-INS-IDX FROM 1 BY 1
               UNTIL WS-PLN-INS-IDX > WS-PLN-INS-CANT.
           IF WS-PLN-A-COMPRAR = ZERO
               MOVE SPACES TO WS-SPOOL-LINEA
               STRING
                   "*** LA EXISTENCIA ALCANZA PARA EL PLAN, NO HACE "
                       DELIMITED BY SIZE
                   "FALTA COMPRAR ***"
                       DELIMITED BY SIZE
                   INTO WS-SPOOL-LINEA
               END-STRING
               PERFORM 000-ESCRIBE-PLAN
           ELSE
               MOVE WS-PLN-COSTO-TOTAL TO WS-SPOOL-MONTO-ED
               MOVE SPACES TO WS-SPOOL-LINEA
               STRING
                   "COSTO ESTIMADO DE LAS COMPRAS: " DELIMITED BY SIZE
                   WS-SPOOL-MONTO-ED DELIMITED BY SIZE
                   INTO WS-SPOOL-LINEA
               END-STRING
               PERFORM 000-ESCRIBE-PLAN
           END-IF.

       005-PLN-LEE-INSUMO.
           MOVE WS-PLN-INS-CODIGO (WS-PLN-INS-IDX) TO INS-CODIGO.
           READ F-ARCHIVO-INSUMOS RECORD
               KEY INS-CODIGO
               INVALID KEY
                   MOVE 0 TO WS-PLN-INS-HALLADO (WS-PLN-INS-IDX)
                   MOVE SPACES TO WS-PLN-INS-DESC (WS-PLN-INS-IDX)
                   MOVE SPACES TO WS-PLN-INS-UNIDAD (WS-PLN-INS-IDX)
                   MOVE ZERO TO WS-PLN-INS-EXISTE (WS-PLN-INS-IDX)
                   MOVE ZERO TO WS-PLN-INS-MINIMO (WS-PLN-INS-IDX)
                   MOVE ZERO TO WS-PLN-INS-COSTO (WS-PLN-INS-IDX)
               NOT INVALID KEY
                   IF INS-COSTO IS NOT NUMERIC
                       MOVE ZERO TO INS-COSTO
                   END-IF
                   MOVE 1 TO WS-PLN-INS-HALLADO (WS-PLN-INS-IDX)
                   MOVE INS-DESCRIPCION
                       TO WS-PLN-INS-DESC (WS-PLN-INS-IDX)
                   MOVE INS-UNIDAD TO WS-PLN-INS-UNIDAD (WS-PLN-INS-IDX)
                   MOVE INS-EXISTENCIA
                       TO WS-PLN-INS-EXISTE (WS-PLN-INS-IDX)
                   MOVE INS-MINIMO TO WS-PLN-INS-MINIMO (WS-PLN-INS-IDX)
                   MOVE INS-COSTO TO WS-PLN-INS-COSTO (WS-PLN-INS-IDX)
           END-READ.

       005-PLN-IMPRIME-REQUERIDO.
           MOVE SPACES TO WS-SPOOL-LINEA.
           MOVE WS-PLN-INS-CODIGO (WS-PLN-INS-IDX)
               TO WS-SPOOL-LINEA (1:15).
           MOVE WS-PLN-INS-DESC (WS-PLN-INS-IDX)
               TO WS-SPOOL-LINEA (17:30).
           MOVE WS-PLN-INS-UNIDAD (WS-PLN-INS-IDX)
               TO WS-SPOOL-LINEA (48:10).
           MOVE WS-PLN-INS-REQUERIDO (WS-PLN-INS-IDX) TO WS-PLN-CANT-ED.
           MOVE WS-PLN-CANT-ED TO WS-SPOOL-LINEA (59:10).
           MOVE WS-PLN-INS-EXISTE (WS-PLN-INS-IDX) TO WS-PLN-CANT-ED.
           MOVE WS-PLN-CANT-ED TO WS-SPOOL-LINEA (70:10).
           MOVE WS-PLN-INS-MINIMO (WS-PLN-INS-IDX) TO WS-PLN-CANT-ED.
           MOVE WS-PLN-CANT-ED TO WS-SPOOL-LINEA (81:10).
           COMPUTE WS-PLN-DISPONIBLE =
               WS-PLN-INS-EXISTE (WS-PLN-INS-IDX) -
               WS-PLN-INS-REQUERIDO (WS-PLN-INS-IDX).
           EVALUATE TRUE
               WHEN WS-PLN-INS-HALLADO (WS-PLN-INS-IDX) = 0
                   MOVE "INSUMO NO REGISTRADO"
                       TO WS-SPOOL-LINEA (92:20)
               WHEN WS-PLN-DISPONIBLE < ZERO
                   MOVE "FALTA" TO WS-SPOOL-LINEA (92:5)
               WHEN WS-PLN-DISPONIBLE <
                   WS-PLN-INS-MINIMO (WS-PLN-INS-IDX)
                   MOVE "QUEDA BAJO EL MINIMO"
                       TO WS-SPOOL-LINEA (92:20)
               WHEN OTHER
                   MOVE "ALCANZA" TO WS-SPOOL-LINEA (92:7)
           END-EVALUATE.
           PERFORM 000-ESCRIBE-PLAN.

       005-PLN-IMPRIME-COMPRA.
           COMPUTE WS-PLN-DISPONIBLE =
               WS-PLN-INS-EXISTE (WS-PLN-INS-IDX) -
               WS-PLN-INS-REQUERIDO (WS-PLN-INS-IDX) -
               WS-PLN-INS-MINIMO (WS-PLN-INS-IDX).
           IF WS-PLN-DISPONIBLE < ZERO
               COMPUTE WS-PLN-COMPRA = ZERO - WS-PLN-DISPONIBLE
               COMPUTE WS-PLN-COSTO ROUNDED =
                   WS-PLN-COMPRA * WS-PLN-INS-COSTO (WS-PLN-INS-IDX)
               ADD WS-PLN-COSTO TO WS-PLN-COSTO-TOTAL
               ADD 1 TO WS-PLN-A-COMPRAR
               MOVE SPACES TO WS-SPOOL-LINEA
               MOVE WS-PLN-INS-CODIGO (WS-PLN-INS-IDX)
                   TO WS-SPOOL-LINEA (1:15)
               MOVE WS-PLN-INS-DESC (WS-PLN-INS-IDX)
                   TO WS-SPOOL-LINEA (17:30)
               MOVE WS-PLN-INS-UNIDAD (WS-PLN-INS-IDX)
                   TO WS-SPOOL-LINEA (48:10)
               MOVE WS-PLN-COMPRA TO WS-PLN-CANT-ED
               MOVE WS-PLN-CANT-ED TO WS-SPOOL-LINEA (59:10)
               MOVE WS-PLN-INS-COSTO (WS-PLN-INS-IDX) TO WS-PLN-CANT-ED
               MOVE WS-PLN-CANT-ED TO WS-SPOOL-LINEA (70:10)
               MOVE WS-PLN-COSTO TO WS-SPOOL-MONTO-ED
               MOVE WS-SPOOL-MONTO-ED TO WS-SPOOL-LINEA (85:12)
               PERFORM 000-ESCRIBE-PLAN
           END-IF.
       *>  -------------------------------------------------------------
       *>  MOSTRAR EN PANTALLA O, EN EL MODO DESATENDIDO, ASENTAR EN EL
       *>  ARCHIVO DE IMPRESIÓN LA LÍNEA DEL PLAN YA ARMADA EN
       *>  WS-SPOOL-LINEA
       *>  -------------------------------------------------------------
       000-ESCRIBE-PLAN.
           IF WS-MODO-BATCH = 0
               DISPLAY WS-SPOOL-LINEA
           ELSE
               PERFORM 000-ESCRIBE-SPOOL
           END-IF.
       *>  -------------------------------------------------------------
       *>  COSTEO DE RECETAS Y MARGEN POR PLATILLO: COSTO DE LA RECETA
       *>  AL COSTO PROMEDIO DE CADA INSUMO, PORCENTAJE DE COSTO SOBRE
       *>  EL PRECIO, MARGEN POR UNIDAD Y MARGEN POR LAS UNIDADES
       *>  VENDIDAS EN UN RANGO DE FECHAS (PEDIDOS OPERATIVOS E
       *>  HISTÓRICOS, COMO LA MEZCLA DE VENTAS); SE SEÑALAN LOS
       *>  PLATILLOS SIN RECETA Y LOS QUE LLEVAN INSUMOS SIN COSTO
       *>  -------------------------------------------------------------
       003-MOSTRAR-COSTEO-RECETAS.
           DISPLAY " ".
           DISPLAY "********************************".
           DISPLAY "COSTEO DE RECETAS Y MARGEN: ".
           DISPLAY "********************************".
           PERFORM 000-PIDE-RANGO-FECHAS.

           MOVE 0 TO WS-MIX-CANT.
           MOVE 0 TO WS-MIX-TOTAL-MONTO.
           MOVE ZERO TO WS-COS-CONTRIB.
           MOVE ZERO TO WS-COS-COSTO-TOT.
           MOVE ZERO TO WS-COS-ALERTAS.

           PERFORM 000-INICIA-PEDIDOS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-ACUMULA-MIX-PEDIDO UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-PEDIDOS.

           PERFORM 000-HIST-RANGO-ARCHIVOS.
           PERFORM 000-INICIA-PEDIDOS-HIST.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-PEDIDO-HIST.
           PERFORM 004-ACUMULA-MIX-HIST UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-PEDIDOS-HIST.

           DISPLAY " ".
           DISPLAY "COSTEO Y MARGEN CON VENTAS DEL "
               WS-RANGO-DESDE-DIA "/" WS-RANGO-DESDE-MES "/"
               WS-RANGO-DESDE-ANNO " AL "
               WS-RANGO-HASTA-DIA "/" WS-RANGO-HASTA-MES "/"
               WS-RANGO-HASTA-ANNO.

           PERFORM 000-INICIA-PLATILLOS.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-PLATILLO.
           PERFORM 004-COSTEA-PLATILLO UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-PLATILLOS.

           DISPLAY "------------------------------------------".
           MOVE WS-COS-CONTRIB TO WS-COS-CONTRIB-ED.
           DISPLAY ">> TOTAL VENDIDO EN EL RANGO: " WS-MIX-TOTAL-MONTO.
           DISPLAY ">> COSTO DE RECETAS DE LO VENDIDO: "
               WS-COS-COSTO-TOT.
           DISPLAY ">> MARGEN DE LO VENDIDO: " WS-COS-CONTRIB-ED.
           IF WS-COS-ALERTAS > 0
               DISPLAY ">> PLATILLOS SIN RECETA O CON INSUMOS SIN "
                   "COSTO: " WS-COS-ALERTAS
           END-IF.
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".

       004-COSTEA-PLATILLO.
           MOVE ZERO TO WS-COS-COSTO.
           MOVE ZERO TO WS-COS-SIN-COSTO.
           MOVE ZERO TO WS-REC-HALLADA.

           DISPLAY "------------------------------------------".
           DISPLAY " -> " RP-CODIGO " " RP-DESCRIPCION.

           PERFORM 000-INICIA-RECETAS.
           PERFORM 000-INICIA-INSUMOS.
               MOVE RP-CODIGO TO REC-PLATILLO.
               MOVE SPACES TO REC-INSUMO.
               MOVE 0 TO WS-FIN-RECETAS.
               START F-ARCHIVO-RECETAS
                   KEY IS NOT LESS THAN REC-CLAVE
                   INVALID KEY MOVE 1 TO WS-FIN-RECETAS
               END-START.
               PERFORM 005-COSTEA-LINEA-RECETA
                   UNTIL WS-FIN-RECETAS = 1.
           PERFORM 000-CIERRE-INSUMOS.
           PERFORM 000-CIERRE-RECETAS.

       *>  UNIDADES VENDIDAS DEL PLATILLO EN EL RANGO, POR LA
       *>  DESCRIPCIÓN ASENTADA EN LAS LÍNEAS DE PEDIDO
           MOVE ZERO TO WS-COS-UNIDADES.
           PERFORM VARYING WS-MIX-IDX FROM 1 BY 1
               UNTIL WS-MIX-IDX > WS-MIX-CANT
               IF WS-MIX-DESCRIPCION (WS-MIX-IDX) = RP-DESCRIPCION
                   MOVE WS-MIX-UNIDADES (WS-MIX-IDX) TO WS-COS-UNIDADES
               END-IF
           END-PERFORM.

           IF RP-PRECIO > ZERO
               COMPUTE WS-COS-PORC ROUNDED =
                   WS-COS-COSTO * 100 / RP-PRECIO
           ELSE
               MOVE ZERO TO WS-COS-PORC
           END-IF.
           COMPUTE WS-COS-MARGEN = RP-PRECIO - WS-COS-COSTO.
           COMPUTE WS-COS-MARGEN-TOT = WS-COS-MARGEN * WS-COS-UNIDADES.
           COMPUTE WS-COS-COSTO-TOT =
               WS-COS-COSTO-TOT + WS-COS-COSTO * WS-COS-UNIDADES.
           ADD WS-COS-MARGEN-TOT TO WS-COS-CONTRIB.

           MOVE WS-COS-MARGEN TO WS-COS-MARGEN-ED.
           DISPLAY "  - PRECIO: " RP-PRECIO
               " | COSTO RECETA: " WS-COS-COSTO
               " | % COSTO: " WS-COS-PORC " %".
           DISPLAY "  - MARGEN POR UNIDAD: " WS-COS-MARGEN-ED.
           MOVE WS-COS-MARGEN-TOT TO WS-COS-CONTRIB-ED.
           DISPLAY "  - UNIDADES VENDIDAS: " WS-COS-UNIDADES
               " | MARGEN DE LO VENDIDO: " WS-COS-CONTRIB-ED.

           IF WS-REC-HALLADA = 0
               DISPLAY "  *** PLATILLO SIN RECETA, NO SE PUEDE "
                   "COSTEAR ***"
               ADD 1 TO WS-COS-ALERTAS
           ELSE
               IF WS-COS-SIN-COSTO > 0
                   DISPLAY "  *** RECETA CON " WS-COS-SIN-COSTO
                       " INSUMOS SIN COSTO, EL COSTO ESTÁ "
                       "INCOMPLETO ***"
                   ADD 1 TO WS-COS-ALERTAS
               END-IF
           END-IF.

           PERFORM 004-LEE-SIG-PLATILLO.

       *>  SUMAR AL COSTO DEL PLATILLO UNA LÍNEA DE SU RECETA: LA
       *>  CANTIDAD DEL INSUMO POR SU COSTO PROMEDIO
       005-COSTEA-LINEA-RECETA.
           READ F-ARCHIVO-RECETAS NEXT RECORD
               AT END
                   MOVE 1 TO WS-FIN-RECETAS
               NOT AT END
                   IF REC-PLATILLO NOT = RP-CODIGO
                       MOVE 1 TO WS-FIN-RECETAS
                   ELSE
                       MOVE 1 TO WS-REC-HALLADA
                       MOVE REC-INSUMO TO INS-CODIGO
                       READ F-ARCHIVO-INSUMOS RECORD
                           KEY INS-CODIGO
                           INVALID KEY
                               MOVE ZERO TO INS-COSTO
                               MOVE REC-INSUMO TO INS-DESCRIPCION
                       END-READ
                       IF INS-COSTO IS NOT NUMERIC
                           MOVE ZERO TO INS-COSTO
                       END-IF
                       IF INS-COSTO = ZERO
                           ADD 1 TO WS-COS-SIN-COSTO
                           DISPLAY "  - INSUMO SIN COSTO: "
                               INS-DESCRIPCION
                       ELSE
                           COMPUTE WS-COS-LINEA =
                               REC-CANTIDAD * INS-COSTO
                           COMPUTE WS-COS-COSTO ROUNDED =
                               WS-COS-COSTO + WS-COS-LINEA
                       END-IF
                   END-IF
           END-READ.
       *>  -------------------------------------------------------------
       *>  LIQUIDACIÓN POR MESERO EN UN RANGO DE FECHAS: COMANDAS
       *>  ATENDIDAS, TOTAL VENDIDO Y PROPINAS ACUMULADAS (PARA EL
           PERFORM 004-ACUMULA-LIQ-COMANDA UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-COMANDAS.

           PERFORM 000-HIST-RANGO-ARCHIVOS.
           PERFORM 000-INICIA-COMANDAS-HIST.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-COMANDA-HIST.
           PERFORM 004-ACUMULA-TIEMPO-COCINA UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-COCINA.

           PERFORM 000-HIST-RANGO-ARCHIVOS.
           PERFORM 000-INICIA-COCINA-HIST.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-COCINA-HIST.
       004-LEE-SIG-COCINA-HIST.
           READ F-ARCHIVO-COCINA-HIST NEXT RECORD
               AT END MOVE 1 TO WS-FIN-ARCHIVO.
       *>  AL ACABAR EL VIVO SIGUEN LOS ARCHIVOS ANUALES DEL RANGO DE
       *>  AÑOS DEL REPORTE, SI EL LLAMADOR LO FIJÓ
           IF WS-FIN-ARCHIVO = 1 AND WS-HIS-ANNO-DESDE NOT = ZERO AND
               WS-HIS-ANNO-DESDE <= WS-HIS-ANNO-HASTA
               PERFORM 005-ARCHIVO-SIG-KCH
                   UNTIL WS-FIN-ARCHIVO = 0 OR
                   WS-HIS-KCH-ANNO >= WS-HIS-ANNO-HASTA
           END-IF.

       005-ARCHIVO-SIG-KCH.
           IF WS-HIS-KCH-CERRADO = 0
               CLOSE F-ARCHIVO-COCINA-HIST
               MOVE 1 TO WS-HIS-KCH-CERRADO
           END-IF.
           IF WS-HIS-KCH-ANNO = ZERO
               MOVE WS-HIS-ANNO-DESDE TO WS-HIS-KCH-ANNO
           ELSE
               ADD 1 TO WS-HIS-KCH-ANNO
           END-IF.
           MOVE 'COCINA_HIST' TO WS-HIS-BASE.
           MOVE WS-HIS-KCH-ANNO TO WS-HIS-ANNO.
           PERFORM 000-HIST-NOMBRE-ANUAL.
           MOVE WS-HIS-NOMBRE TO WS-KCH-NOMBRE.
           OPEN INPUT F-ARCHIVO-COCINA-HIST.
           IF FS-STATUS-COCINA-HIST = '00'
               MOVE 0 TO WS-HIS-KCH-CERRADO
               MOVE 0 TO WS-FIN-ARCHIVO
               READ F-ARCHIVO-COCINA-HIST NEXT RECORD
                   AT END MOVE 1 TO WS-FIN-ARCHIVO
               END-READ
           END-IF.

       *>  SÓLO SE MIDEN LOS PEDIDOS CON HORA DE LISTO ESTAMPADA Y
       *>  FECHA DENTRO DEL RANGO; LAS ENTRADAS ANTERIORES AL CAMPO
           PERFORM 004-ACUMULA-VENTA-HORA UNTIL WS-FIN-ARCHIVO = 1.
           PERFORM 000-CIERRE-COMANDAS.

           PERFORM 000-HIST-RANGO-ARCHIVOS.
           PERFORM 000-INICIA-COMANDAS-HIST.
           MOVE 0 TO WS-FIN-ARCHIVO.
           PERFORM 004-LEE-SIG-COMANDA-HIST.
       000-CIERRE-PEDIDOS-CSV.
           CLOSE F-ARCHIVO-PEDIDOS-CSV.
       *>  -------------------------------------------------------------
       *>  APERTURA DEL ARCHIVO DE SALIDA DEL LIBRO DE VENTAS
       *>  -------------------------------------------------------------
       000-INICIA-LIBRO.
           MOVE ZERO TO FS-STATUS-LIBRO.

           OPEN OUTPUT F-ARCHIVO-LIBRO.
           IF FS-STATUS-LIBRO NOT = '00' THEN
               DISPLAY "ERROR AL CREAR EL ARCHIVO DEL LIBRO: "
                   FS-STATUS-LIBRO
           END-IF.
       *>  -------------------------------------------------------------
       *>  CIERRE DEL ARCHIVO DE SALIDA DEL LIBRO DE VENTAS
       *>  -------------------------------------------------------------
       000-CIERRE-LIBRO.
           CLOSE F-ARCHIVO-LIBRO.
       *>  -------------------------------------------------------------
       *>  APERTURA O CREACIÓN DE NO EXISTIR DEL ARCHIVO AUDITORIA
       *>  (MODO EXTEND PARA AGREGAR AL FINAL DE LA BITÁCORA)
       *>  -------------------------------------------------------------
           MOVE 0 TO WS-BIT-CANT.
           MOVE 1 TO WS-BIT-SIG.

       *>  LO DEPURADO ESTÁ EN LOS ARCHIVOS ANUALES DE LA BITÁCORA;
       *>  SE LEEN ANTES QUE EL VIVO PARA CONSERVAR EL ORDEN
           MOVE 0 TO WS-ENCONTRADO.
           PERFORM 000-HIST-RANGO-ARCHIVOS.
           MOVE 'AUDITORIA' TO WS-HIS-BASE.
           PERFORM 005-BITACORA-ANUAL
               VARYING WS-HIS-ANNO FROM WS-HIS-ANNO-DESDE BY 1
               UNTIL WS-HIS-ANNO > WS-HIS-ANNO-HASTA.
           MOVE ZERO TO WS-HIS-ANNO-DESDE.
           MOVE ZERO TO WS-HIS-ANNO-HASTA.

           MOVE ZERO TO FS-STATUS-AUDITORIA.
           OPEN INPUT F-ARCHIVO-AUDITORIA.
           IF FS-STATUS-AUDITORIA NOT = '00' AND WS-ENCONTRADO = 0
               DISPLAY " "
               DISPLAY "*** LA BITÁCORA AÚN NO TIENE REGISTROS ***"
           ELSE
               IF FS-STATUS-AUDITORIA = '00'
                   MOVE 0 TO WS-FIN-ARCHIVO
                   PERFORM 004-LEE-SIG-BITACORA
                   PERFORM 004-FILTRA-BITACORA
                       UNTIL WS-FIN-ARCHIVO = 1
                   PERFORM 000-CIERRE-AUDITORIA
               END-IF

               IF WS-BIT-TOTAL = 0
                   DISPLAY " "
           DISPLAY " ".
           STOP "ENTER PARA CONTINUAR".

       005-BITACORA-ANUAL.
           PERFORM 000-HIST-NOMBRE-ANUAL.
           MOVE WS-HIS-NOMBRE TO WS-AUD-NOMBRE.
           MOVE ZERO TO FS-STATUS-AUDITORIA.
           OPEN INPUT F-ARCHIVO-AUDITORIA.
           IF FS-STATUS-AUDITORIA = '00'
               MOVE 1 TO WS-ENCONTRADO
               MOVE 0 TO WS-FIN-ARCHIVO
               PERFORM 004-LEE-SIG-BITACORA
               PERFORM 004-FILTRA-BITACORA UNTIL WS-FIN-ARCHIVO = 1
               PERFORM 000-CIERRE-AUDITORIA
           END-IF.
           MOVE 'AUDITORIA.TXT' TO WS-AUD-NOMBRE.

       004-LEE-SIG-BITACORA.
           READ F-ARCHIVO-AUDITORIA NEXT RECORD
               AT END MOVE 1 TO WS-FIN-ARCHIVO.
                   MOVE WS-BIT-R-ANTES TO WS-ENT-INSUMOS
                   DISPLAY " - ANTES..: EXISTENCIA "
                       WS-INS-EXISTENCIA " | MÍNIMO " WS-INS-MINIMO
                       " | COSTO " WS-INS-COSTO
                   MOVE WS-BIT-R-DESPUES TO WS-ENT-INSUMOS
                   DISPLAY " - DESPUÉS: EXISTENCIA "
                       WS-INS-EXISTENCIA " | MÍNIMO " WS-INS-MINIMO
                       " | COSTO " WS-INS-COSTO
               WHEN 'COCINA'
                   MOVE WS-BIT-R-ANTES TO WS-ENT-COCINA
                   DISPLAY " - ANTES..: ESTADO " WS-KOC-ESTADO
                   MOVE WS-BIT-R-DESPUES TO WS-ENT-USUARIOS
                   DISPLAY " - DESPUÉS: " WS-USU-NOMBRE
                       " | PERFIL " WS-USU-PERFIL
               WHEN 'TASAS'
                   MOVE WS-BIT-R-ANTES TO WS-ENT-TASAS
                   DISPLAY " - ANTES..: TASA " WS-TAS-VALOR
                       " | USUARIO " WS-TAS-USUARIO
                   MOVE WS-BIT-R-DESPUES TO WS-ENT-TASAS
                   DISPLAY " - DESPUÉS: TASA " WS-TAS-VALOR
                       " | USUARIO " WS-TAS-USUARIO
               WHEN OTHER
                   DISPLAY " - ANTES..: " WS-BIT-R-ANTES (1:60)
                   DISPLAY " - DESPUÉS: " WS-BIT-R-DESPUES (1:60)
       *>  -------------------------------------------------------------
       *>  SUMAR LOS PAGOS YA REGISTRADOS CONTRA LA COMANDA EN
       *>  WS-COMANDAS-NUMERO: DEJA EL MONTO ACUMULADO, LAS PROPINAS,
       *>  LA ÚLTIMA SECUENCIA USADA Y EL ÚLTIMO TIPO DE PAGO, Y DE
       *>  LOS PAGOS EN DIVISAS EL IGTF, LO ABONADO EN BOLÍVARES Y LA
       *>  ÚLTIMA TASA USADA
       *>  -------------------------------------------------------------
       000-SUMA-PAGOS-COMANDA.
           MOVE ZERO TO WS-PAGO-ACUM.
           MOVE ZERO TO WS-PAGO-PROPINAS.
           MOVE ZERO TO WS-PAGO-SEC-MAX.
           MOVE SPACES TO WS-PAGO-ULT-TIPO.
           MOVE ZERO TO WS-PAGO-IGTF.
           MOVE ZERO TO WS-PAGO-DIVISA-BS.
           MOVE ZERO TO WS-PAGO-TASA.

           PERFORM 000-INICIA-PAGOS.
               MOVE WS-COMANDAS-NUMERO TO PAG-COMANDA.
                               ADD PAG-PROPINA TO WS-PAGO-PROPINAS
                               MOVE PAG-SECUENCIA TO WS-PAGO-SEC-MAX
                               MOVE PAG-TIPO TO WS-PAGO-ULT-TIPO
                               IF PAG-MONEDA = 'USD' AND
                                   PAG-IGTF IS NUMERIC
                                   ADD PAG-IGTF TO WS-PAGO-IGTF
                                   ADD PAG-MONTO TO WS-PAGO-DIVISA-BS
                                   MOVE PAG-TASA TO WS-PAGO-TASA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
       *>  CADA PAGO QUEDA ETIQUETADO CON EL TURNO DE CAJA ABIERTO
       *>  DEL USUARIO (CERO = SIN TURNO ABIERTO)
           MOVE WS-TURNO-ACTUAL TO WS-PAG-TURNO.
           MOVE ZERO TO WS-PAG-REPARTO.

           PERFORM 000-INICIA-PAGOS.
               WRITE REG-PAGOS FROM WS-ENT-PAGOS
                           IF PAG-COMANDA NOT = RCM-NUMERO
                               MOVE 1 TO WS-FIN-PAGOS
                           ELSE
                               PERFORM 005-DESGLOSA-PAGO
                               MOVE 1 TO WS-PAGO-HALLADO
                           END-IF
                   END-READ
           IF WS-PAGO-HALLADO = 0 THEN
               MOVE RCM-TIPO-PAGO TO WS-CIERRE-TIPO-PAGO
               MOVE RCM-TOTAL TO WS-CIERRE-MONTO
               MOVE 'BS' TO WS-CIERRE-MONEDA
               MOVE ZERO TO WS-CIERRE-DIVISA
               PERFORM 005-ACUMULA-TIPO-PAGO
           END-IF.
       *>  -------------------------------------------------------------
                           IF PAG-COMANDA NOT = RCH-NUMERO
                               MOVE 1 TO WS-FIN-PAGOS
                           ELSE
                               PERFORM 005-DESGLOSA-PAGO
                               MOVE 1 TO WS-PAGO-HALLADO
                           END-IF
                   END-READ
           IF WS-PAGO-HALLADO = 0 THEN
               MOVE RCH-TIPO-PAGO TO WS-CIERRE-TIPO-PAGO
               MOVE RCH-TOTAL TO WS-CIERRE-MONTO
               MOVE 'BS' TO WS-CIERRE-MONEDA
               MOVE ZERO TO WS-CIERRE-DIVISA
               PERFORM 005-ACUMULA-TIPO-PAGO
           END-IF.
       *>  -------------------------------------------------------------
           MOVE ZERO TO WS-PRM-IVA-PORC.
           MOVE ZERO TO WS-PRM-SERVICIO-PORC.
           MOVE ZERO TO WS-PRM-DELIVERY-MONTO.
           MOVE ZERO TO WS-PRM-IGTF-PORC.
           MOVE ZERO TO WS-PRM-PROPINA-COCINA.
           MOVE 'C' TO WS-PRM-PROPINA-METODO.

           PERFORM 000-INICIA-PARAMETROS.
               MOVE 'GENERAL' TO PRM-CODIGO.
                       MOVE REG-PARAMETROS TO WS-ENT-PARAMETROS
               END-READ.
           PERFORM 000-CIERRE-PARAMETROS.
       *>  LOS PARÁMETROS GRABADOS ANTES DEL IGTF NO LO TRAEN
           IF WS-PRM-IGTF-PORC IS NOT NUMERIC
               MOVE ZERO TO WS-PRM-IGTF-PORC
           END-IF.
       *>  NI LOS DEL REPARTO DE PROPINAS
           IF WS-PRM-PROPINA-COCINA IS NOT NUMERIC
               MOVE ZERO TO WS-PRM-PROPINA-COCINA
           END-IF.
           IF WS-PRM-PROPINA-METODO NOT = 'P'
               MOVE 'C' TO WS-PRM-PROPINA-METODO
           END-IF.
       *>  -------------------------------------------------------------
       *>  CALCULAR EL IVA, EL SERVICIO Y EL TOTAL A PAGAR A PARTIR
       *>  DE LA BASE IMPONIBLE EN WS-FACT-BASE Y LAS TASAS VIGENTES
           MOVE WS-FACT-DELIVERY-MONTO TO WS-FAC-DELIVERY-MONTO.
           MOVE WS-USUARIO-ACTUAL TO WS-FAC-USUARIO.
           MOVE WS-COMANDAS-CLIENTE-COD TO WS-FAC-CLIENTE-COD.
           PERFORM 000-SUMA-DESCUENTOS-COMANDA.
           MOVE WS-DSC-TOTAL-COMANDA TO WS-FAC-DESCUENTO.
       *>  LO PAGADO EN DIVISAS Y SU IGTF SALEN DE LOS PAGOS DE LA
       *>  COMANDA; LA TASA ES LA DE ESOS PAGOS O, SI TODO SE PAGÓ EN
       *>  BOLÍVARES, LA DEL DÍA (CERO SI NO HAY TASA REGISTRADA)
           MOVE WS-PAGO-DIVISA-BS TO WS-FAC-DIVISA-BS.
           MOVE WS-PRM-IGTF-PORC TO WS-FAC-IGTF-PORC.
           MOVE WS-PAGO-IGTF TO WS-FAC-IGTF-MONTO.
           MOVE WS-PAGO-TASA TO WS-FAC-TASA.
           IF WS-FAC-TASA = ZERO
               PERFORM 000-LEE-TASA-HOY
               MOVE WS-DIV-TASA TO WS-FAC-TASA
           END-IF.
       *>  EL RIF FISCAL DEL CLIENTE VIENE DEL MAESTRO, SI LA
       *>  COMANDA QUEDÓ ENLAZADA A UN CLIENTE REGISTRADO
           MOVE SPACES TO WS-FAC-RIF.
               DISPLAY "RIF DEL CLIENTE: " WS-FAC-RIF
           END-IF.
           DISPLAY "----------------------------------------".
       *>  LA BASE YA VIENE NETA DE DESCUENTOS; LAS FACTURAS ANTERIORES
       *>  A LOS DESCUENTOS NO TRAEN EL CAMPO
           IF WS-FAC-DESCUENTO IS NUMERIC AND
               WS-FAC-DESCUENTO > ZERO
               COMPUTE WS-DSC-SUBTOTAL =
                   WS-FAC-BASE + WS-FAC-DESCUENTO
               DISPLAY "CONSUMO: " WS-DSC-SUBTOTAL
               DISPLAY "DESCUENTOS Y CORTESÍAS: -" WS-FAC-DESCUENTO
           END-IF.
           DISPLAY "BASE IMPONIBLE: " WS-FAC-BASE.
           DISPLAY "IVA (" WS-FAC-IVA-PORC " %): "
               WS-FAC-IVA-MONTO.
               DISPLAY "CARGO DELIVERY: " WS-FAC-DELIVERY-MONTO
           END-IF.
           DISPLAY ">> TOTAL: " WS-FAC-TOTAL.
       *>  EL IGTF DE LO PAGADO EN DIVISAS SE COBRA APARTE DEL TOTAL;
       *>  LAS FACTURAS ANTERIORES AL IGTF NO TRAEN ESTOS CAMPOS
           IF WS-FAC-IGTF-MONTO IS NUMERIC AND
               WS-FAC-IGTF-MONTO > ZERO
               DISPLAY "PAGADO EN DIVISAS (BS): " WS-FAC-DIVISA-BS
               DISPLAY "IGTF (" WS-FAC-IGTF-PORC " %): "
                   WS-FAC-IGTF-MONTO
               COMPUTE WS-DIV-TOTAL-IGTF =
                   WS-FAC-TOTAL + WS-FAC-IGTF-MONTO
               DISPLAY ">> TOTAL CON IGTF: " WS-DIV-TOTAL-IGTF
           END-IF.
           IF WS-FAC-TASA IS NUMERIC AND WS-FAC-TASA > ZERO
               DISPLAY "TASA DE CAMBIO (BS/USD): " WS-FAC-TASA
           END-IF.
           DISPLAY "ATENDIDO POR: " WS-FAC-USUARIO.
           DISPLAY "========================================".
       *>  -------------------------------------------------------------
       *>  CIERRE DEL ARCHIVO HISTÓRICO DE COMANDAS
       *>  -------------------------------------------------------------
       000-CIERRE-COMANDAS-HIST.
           IF WS-HIS-RCH-CERRADO = 0
               CLOSE F-ARCHIVO-COMANDAS-HIST
           END-IF.
           MOVE 'COMANDAS_HIST.TXT' TO WS-RCH-NOMBRE.
           MOVE ZERO TO WS-HIS-RCH-ANNO.
           MOVE 0 TO WS-HIS-RCH-CERRADO.
           MOVE ZERO TO WS-HIS-ANNO-DESDE.
           MOVE ZERO TO WS-HIS-ANNO-HASTA.
       *>  -------------------------------------------------------------
       *>  APERTURA O CREACIÓN DE NO EXISTIR DEL ARCHIVO HISTÓRICO
       *>  DE PEDIDOS
       *>  CIERRE DEL ARCHIVO HISTÓRICO DE PEDIDOS
       *>  -------------------------------------------------------------
       000-CIERRE-PEDIDOS-HIST.
           IF WS-HIS-RPH-CERRADO = 0
               CLOSE F-ARCHIVO-PEDIDOS-HIST
           END-IF.
           MOVE 'PEDIDOS_HIST.TXT' TO WS-RPH-NOMBRE.
           MOVE ZERO TO WS-HIS-RPH-ANNO.
           MOVE 0 TO WS-HIS-RPH-CERRADO.
           MOVE ZERO TO WS-HIS-ANNO-DESDE.
           MOVE ZERO TO WS-HIS-ANNO-HASTA.
       *>  -------------------------------------------------------------
       *>  APERTURA O CREACIÓN DE NO EXISTIR DEL ARCHIVO DE CONTROL
       *>  DE CIERRES DE DÍA
       *>  CIERRE DEL ARCHIVO HISTÓRICO DE COCINA
       *>  -------------------------------------------------------------
       000-CIERRE-COCINA-HIST.
           IF WS-HIS-KCH-CERRADO = 0
               CLOSE F-ARCHIVO-COCINA-HIST
           END-IF.
           MOVE 'COCINA_HIST.TXT' TO WS-KCH-NOMBRE.
           MOVE ZERO TO WS-HIS-KCH-ANNO.
           MOVE 0 TO WS-HIS-KCH-CERRADO.
           MOVE ZERO TO WS-HIS-ANNO-DESDE.
           MOVE ZERO TO WS-HIS-ANNO-HASTA.
       *>  -------------------------------------------------------------
       *>  RETIRAR DE LA COLA DE COCINA UN PEDIDO ANULADO (SI AÚN
       *>  ESTABA ENCOLADO) PARA QUE NO SE PREPARE

           PERFORM 004-LEE-SIG-INVENTARIO.
       *>  -------------------------------------------------------------
       *>  APERTURA O CREACIÓN DE NO EXISTIR DEL ARCHIVO PROVEEDORES
       *>  -------------------------------------------------------------
       000-INICIA-PROVEEDORES.
           MOVE ZERO TO FS-STATUS-PROVEEDORES.

           OPEN I-O F-ARCHIVO-PROVEEDORES.
           IF FS-STATUS-PROVEEDORES = '10' OR
               FS-STATUS-PROVEEDORES = '00'
               THEN
               CONTINUE
           ELSE
               IF FS-STATUS-PROVEEDORES = '35' THEN
       *>          EL ARCHIVO RECIÉN CREADO SE REABRE EN I-O:
       *>          EN MODO OUTPUT LAS LECTURAS DE LA PRIMERA
       *>          CORRIDA FALLARÍAN CON ESTADO 47 SIN CAER
       *>          EN AT END NI INVALID KEY
                   OPEN OUTPUT F-ARCHIVO-PROVEEDORES
                   IF FS-STATUS-PROVEEDORES = '10' OR
                   FS-STATUS-PROVEEDORES = '00' THEN
                       CLOSE F-ARCHIVO-PROVEEDORES
                       OPEN I-O F-ARCHIVO-PROVEEDORES
                   ELSE
                       DISPLAY "ERROR AL CREAR EL ARCHIVO: "
                       FS-STATUS-PROVEEDORES
                   END-IF
               ELSE
                   DISPLAY 'ERROR AL ABRIR O CREAR EL ARCHIVO: '
                       FS-STATUS-PROVEEDORES
                   MOVE 1 TO WS-FIN
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  CIERRE DEL ARCHIVO PROVEEDORES
       *>  -------------------------------------------------------------
       000-CIERRE-PROVEEDORES.
           CLOSE F-ARCHIVO-PROVEEDORES.
       *>  -------------------------------------------------------------
       *>  APERTURA O CREACIÓN DE NO EXISTIR DEL ARCHIVO DE ÓRDENES
       *>  DE COMPRA
       *>  -------------------------------------------------------------
       000-INICIA-ORDENES.
           MOVE ZERO TO FS-STATUS-ORDENES.

           OPEN I-O F-ARCHIVO-ORDENES.
           IF FS-STATUS-ORDENES = '10' OR
               FS-STATUS-ORDENES = '00'
               THEN
               CONTINUE
           ELSE
               IF FS-STATUS-ORDENES = '35' THEN
       *>          EL ARCHIVO RECIÉN CREADO SE REABRE EN I-O:
       *>          EN MODO OUTPUT LAS LECTURAS DE LA PRIMERA
       *>          CORRIDA FALLARÍAN CON ESTADO 47 SIN CAER
       *>          EN AT END NI INVALID KEY
                   OPEN OUTPUT F-ARCHIVO-ORDENES
                   IF FS-STATUS-ORDENES = '10' OR
                   FS-STATUS-ORDENES = '00' THEN
                       CLOSE F-ARCHIVO-ORDENES
                       OPEN I-O F-ARCHIVO-ORDENES
                   ELSE
                       DISPLAY "ERROR AL CREAR EL ARCHIVO: "
                       FS-STATUS-ORDENES
                   END-IF
               ELSE
                   DISPLAY 'ERROR AL ABRIR O CREAR EL ARCHIVO: '
                       FS-STATUS-ORDENES
                   MOVE 1 TO WS-FIN
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  CIERRE DEL ARCHIVO DE ÓRDENES DE COMPRA
       *>  -------------------------------------------------------------
       000-CIERRE-ORDENES.
           CLOSE F-ARCHIVO-ORDENES.
       *>  -------------------------------------------------------------
       *>  APERTURA O CREACIÓN DE NO EXISTIR DEL ARCHIVO DE LÍNEAS DE
       *>  ÓRDENES DE COMPRA
       *>  -------------------------------------------------------------
       000-INICIA-ORDENES-LIN.
           MOVE ZERO TO FS-STATUS-ORDENES-LIN.

           OPEN I-O F-ARCHIVO-ORDENES-LIN.
           IF FS-STATUS-ORDENES-LIN = '10' OR
               FS-STATUS-ORDENES-LIN = '00'
               THEN
               CONTINUE
           ELSE
               IF FS-STATUS-ORDENES-LIN = '35' THEN
       *>          EL ARCHIVO RECIÉN CREADO SE REABRE EN I-O:
       *>          EN MODO OUTPUT LAS LECTURAS DE LA PRIMERA
       *>          CORRIDA FALLARÍAN CON ESTADO 47 SIN CAER
       *>          EN AT END NI INVALID KEY
                   OPEN OUTPUT F-ARCHIVO-ORDENES-LIN
                   IF FS-STATUS-ORDENES-LIN = '10' OR
                   FS-STATUS-ORDENES-LIN = '00' THEN
                       CLOSE F-ARCHIVO-ORDENES-LIN
                       OPEN I-O F-ARCHIVO-ORDENES-LIN
                   ELSE
                       DISPLAY "ERROR AL CREAR EL ARCHIVO: "
                       FS-STATUS-ORDENES-LIN
                   END-IF
               ELSE
                   DISPLAY 'ERROR AL ABRIR O CREAR EL ARCHIVO: '
                       FS-STATUS-ORDENES-LIN
                   MOVE 1 TO WS-FIN
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  CIERRE DEL ARCHIVO DE LÍNEAS DE ÓRDENES DE COMPRA
       *>  -------------------------------------------------------------
       000-CIERRE-ORDENES-LIN.
           CLOSE F-ARCHIVO-ORDENES-LIN.
       *>  -------------------------------------------------------------
       *>  APERTURA O CREACIÓN DE NO EXISTIR DEL ARCHIVO RECEPCIONES
       *>  -------------------------------------------------------------
       000-INICIA-RECEPCIONES.
           MOVE ZERO TO FS-STATUS-RECEPCIONES.

           OPEN I-O F-ARCHIVO-RECEPCIONES.
           IF FS-STATUS-RECEPCIONES = '10' OR
               FS-STATUS-RECEPCIONES = '00'
               THEN
               CONTINUE
           ELSE
               IF FS-STATUS-RECEPCIONES = '35' THEN
       *>          EL ARCHIVO RECIÉN CREADO SE REABRE EN I-O:
       *>          EN MODO OUTPUT LAS LECTURAS DE LA PRIMERA
       *>          CORRIDA FALLARÍAN CON ESTADO 47 SIN CAER
       *>          EN AT END NI INVALID KEY
                   OPEN OUTPUT F-ARCHIVO-RECEPCIONES
                   IF FS-STATUS-RECEPCIONES = '10' OR
                   FS-STATUS-RECEPCIONES = '00' THEN
                       CLOSE F-ARCHIVO-RECEPCIONES
                       OPEN I-O F-ARCHIVO-RECEPCIONES
                   ELSE
                       DISPLAY "ERROR AL CREAR EL ARCHIVO: "
                       FS-STATUS-RECEPCIONES
                   END-IF
               ELSE
                   DISPLAY 'ERROR AL ABRIR O CREAR EL ARCHIVO: '
                       FS-STATUS-RECEPCIONES
                   MOVE 1 TO WS-FIN
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  CIERRE DEL ARCHIVO RECEPCIONES
       *>  -------------------------------------------------------------
       000-CIERRE-RECEPCIONES.
           CLOSE F-ARCHIVO-RECEPCIONES.
       *>  -------------------------------------------------------------
       *>  APERTURA O CREACIÓN DE NO EXISTIR DEL ARCHIVO DE TOMAS DE
       *>  INVENTARIO
       *>  -------------------------------------------------------------
       000-INICIA-CONTEOS.
           MOVE ZERO TO FS-STATUS-CONTEOS.

           OPEN I-O F-ARCHIVO-CONTEOS.
           IF FS-STATUS-CONTEOS = '10' OR
               FS-STATUS-CONTEOS = '00'
               THEN
               CONTINUE
           ELSE
               IF FS-STATUS-CONTEOS = '35' THEN
       *>          EL ARCHIVO RECIÉN CREADO SE REABRE EN I-O:
       *>          EN MODO OUTPUT LAS LECTURAS DE LA PRIMERA
       *>          CORRIDA FALLARÍAN CON ESTADO 47 SIN CAER
       *>          EN AT END NI INVALID KEY
                   OPEN OUTPUT F-ARCHIVO-CONTEOS
                   IF FS-STATUS-CONTEOS = '10' OR
                   FS-STATUS-CONTEOS = '00' THEN
                       CLOSE F-ARCHIVO-CONTEOS
                       OPEN I-O F-ARCHIVO-CONTEOS
                   ELSE
                       DISPLAY "ERROR AL CREAR EL ARCHIVO: "
                       FS-STATUS-CONTEOS
                   END-IF
               ELSE
                   DISPLAY 'ERROR AL ABRIR O CREAR EL ARCHIVO: '
                       FS-STATUS-CONTEOS
                   MOVE 1 TO WS-FIN
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  CIERRE DEL ARCHIVO DE TOMAS DE INVENTARIO
       *>  -------------------------------------------------------------
       000-CIERRE-CONTEOS.
           CLOSE F-ARCHIVO-CONTEOS.
       *>  -------------------------------------------------------------
       *>  APERTURA O CREACIÓN DE NO EXISTIR DEL ARCHIVO DE LÍNEAS DE
       *>  LAS TOMAS DE INVENTARIO
       *>  -------------------------------------------------------------
       000-INICIA-CONTEOS-LIN.
           MOVE ZERO TO FS-STATUS-CONTEOS-LIN.

           OPEN I-O F-ARCHIVO-CONTEOS-LIN.
           IF FS-STATUS-CONTEOS-LIN = '10' OR
               FS-STATUS-CONTEOS-LIN = '00'
               THEN
               CONTINUE
           ELSE
               IF FS-STATUS-CONTEOS-LIN = '35' THEN
       *>          EL ARCHIVO RECIÉN CREADO SE REABRE EN I-O:
       *>          EN MODO OUTPUT LAS LECTURAS DE LA PRIMERA
       *>          CORRIDA FALLARÍAN CON ESTADO 47 SIN CAER
       *>          EN AT END NI INVALID KEY
                   OPEN OUTPUT F-ARCHIVO-CONTEOS-LIN
                   IF FS-STATUS-CONTEOS-LIN = '10' OR
                   FS-STATUS-CONTEOS-LIN = '00' THEN
                       CLOSE F-ARCHIVO-CONTEOS-LIN
                       OPEN I-O F-ARCHIVO-CONTEOS-LIN
                   ELSE
                       DISPLAY "ERROR AL CREAR EL ARCHIVO: "
                       FS-STATUS-CONTEOS-LIN
                   END-IF
               ELSE
                   DISPLAY 'ERROR AL ABRIR O CREAR EL ARCHIVO: '
                       FS-STATUS-CONTEOS-LIN
                   MOVE 1 TO WS-FIN
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  CIERRE DEL ARCHIVO DE LÍNEAS DE LAS TOMAS DE INVENTARIO
       *>  -------------------------------------------------------------
       000-CIERRE-CONTEOS-LIN.
           CLOSE F-ARCHIVO-CONTEOS-LIN.
       *>  -------------------------------------------------------------
       *>  APERTURA O CREACIÓN DE NO EXISTIR DEL ARCHIVO DE TASAS DE
       *>  CAMBIO
       *>  -------------------------------------------------------------
       000-INICIA-TASAS.
           MOVE ZERO TO FS-STATUS-TASAS.

           OPEN I-O F-ARCHIVO-TASAS.
           IF FS-STATUS-TASAS = '10' OR
               FS-STATUS-TASAS = '00'
               THEN
               CONTINUE
           ELSE
               IF FS-STATUS-TASAS = '35' THEN
       *>          EL ARCHIVO RECIÉN CREADO SE REABRE EN I-O:
       *>          EN MODO OUTPUT LAS LECTURAS DE LA PRIMERA
       *>          CORRIDA FALLARÍAN CON ESTADO 47 SIN CAER
       *>          EN AT END NI INVALID KEY
                   OPEN OUTPUT F-ARCHIVO-TASAS
                   IF FS-STATUS-TASAS = '10' OR
                   FS-STATUS-TASAS = '00' THEN
                       CLOSE F-ARCHIVO-TASAS
                       OPEN I-O F-ARCHIVO-TASAS
                   ELSE
                       DISPLAY "ERROR AL CREAR EL ARCHIVO: "
                       FS-STATUS-TASAS
                   END-IF
               ELSE
                   DISPLAY 'ERROR AL ABRIR O CREAR EL ARCHIVO: '
                       FS-STATUS-TASAS
                   MOVE 1 TO WS-FIN
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  CIERRE DEL ARCHIVO DE TASAS DE CAMBIO
       *>  -------------------------------------------------------------
       000-CIERRE-TASAS.
           CLOSE F-ARCHIVO-TASAS.
       *>  -------------------------------------------------------------
       *>  APERTURA O CREACIÓN DE NO EXISTIR DEL ARCHIVO DE CUENTAS POR
       *>  COBRAR
       *>  -------------------------------------------------------------
       000-INICIA-CXC.
           MOVE ZERO TO FS-STATUS-CXC.

           OPEN I-O F-ARCHIVO-CXC.
           IF FS-STATUS-CXC = '10' OR
               FS-STATUS-CXC = '00'
               THEN
               CONTINUE
           ELSE
               IF FS-STATUS-CXC = '35' THEN
       *>          EL ARCHIVO RECIÉN CREADO SE REABRE EN I-O:
       *>          EN MODO OUTPUT LAS LECTURAS DE LA PRIMERA
       *>          CORRIDA FALLARÍAN CON ESTADO 47 SIN CAER
       *>          EN AT END NI INVALID KEY
                   OPEN OUTPUT F-ARCHIVO-CXC
                   IF FS-STATUS-CXC = '10' OR
                   FS-STATUS-CXC = '00' THEN
                       CLOSE F-ARCHIVO-CXC
                       OPEN I-O F-ARCHIVO-CXC
                   ELSE
                       DISPLAY "ERROR AL CREAR EL ARCHIVO: "
                       FS-STATUS-CXC
                   END-IF
               ELSE
                   DISPLAY 'ERROR AL ABRIR O CREAR EL ARCHIVO: '
                       FS-STATUS-CXC
                   MOVE 1 TO WS-FIN
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  CIERRE DEL ARCHIVO DE CUENTAS POR COBRAR
       *>  -------------------------------------------------------------
       000-CIERRE-CXC.
           CLOSE F-ARCHIVO-CXC.
       *>  -------------------------------------------------------------
       *>  APERTURA O CREACIÓN DE NO EXISTIR DEL ARCHIVO DE PERIODOS
       *>  FISCALES
       *>  -------------------------------------------------------------
       000-INICIA-PERIODOS.
           MOVE ZERO TO FS-STATUS-PERIODOS.

           OPEN I-O F-ARCHIVO-PERIODOS.
           IF FS-STATUS-PERIODOS = '10' OR
               FS-STATUS-PERIODOS = '00'
               THEN
               CONTINUE
           ELSE
               IF FS-STATUS-PERIODOS = '35' THEN
       *>          EL ARCHIVO RECIÉN CREADO SE REABRE EN I-O:
       *>          EN MODO OUTPUT LAS LECTURAS DE LA PRIMERA
       *>          CORRIDA FALLARÍAN CON ESTADO 47 SIN CAER
       *>          EN AT END NI INVALID KEY
                   OPEN OUTPUT F-ARCHIVO-PERIODOS
                   IF FS-STATUS-PERIODOS = '10' OR
                   FS-STATUS-PERIODOS = '00' THEN
                       CLOSE F-ARCHIVO-PERIODOS
                       OPEN I-O F-ARCHIVO-PERIODOS
                   ELSE
                       DISPLAY "ERROR AL CREAR EL ARCHIVO: "
                       FS-STATUS-PERIODOS
                   END-IF
               ELSE
                   DISPLAY 'ERROR AL ABRIR O CREAR EL ARCHIVO: '
                       FS-STATUS-PERIODOS
                   MOVE 1 TO WS-FIN
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  CIERRE DEL ARCHIVO DE PERIODOS FISCALES
       *>  -------------------------------------------------------------
       000-CIERRE-PERIODOS.
           CLOSE F-ARCHIVO-PERIODOS.
       *>  -------------------------------------------------------------
       *>  APERTURA O CREACIÓN DE NO EXISTIR DEL ARCHIVO DE REPARTOS DE
       *>  PROPINAS
       *>  -------------------------------------------------------------
       000-INICIA-REPARTOS.
           MOVE ZERO TO FS-STATUS-REPARTOS.

           OPEN I-O F-ARCHIVO-REPARTOS.
           IF FS-STATUS-REPARTOS = '10' OR
               FS-STATUS-REPARTOS = '00'
               THEN
               CONTINUE
           ELSE
               IF FS-STATUS-REPARTOS = '35' THEN
       *>          EL ARCHIVO RECIÉN CREADO SE REABRE EN I-O:
       *>          EN MODO OUTPUT LAS LECTURAS DE LA PRIMERA
       *>          CORRIDA FALLARÍAN CON ESTADO 47 SIN CAER
       *>          EN AT END NI INVALID KEY
                   OPEN OUTPUT F-ARCHIVO-REPARTOS
                   IF FS-STATUS-REPARTOS = '10' OR
                   FS-STATUS-REPARTOS = '00' THEN
                       CLOSE F-ARCHIVO-REPARTOS
                       OPEN I-O F-ARCHIVO-REPARTOS
                   ELSE
                       DISPLAY "ERROR AL CREAR EL ARCHIVO: "
                       FS-STATUS-REPARTOS
                   END-IF
               ELSE
                   DISPLAY 'ERROR AL ABRIR O CREAR EL ARCHIVO: '
                       FS-STATUS-REPARTOS
                   MOVE 1 TO WS-FIN
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  CIERRE DEL ARCHIVO DE REPARTOS DE PROPINAS
       *>  -------------------------------------------------------------
       000-CIERRE-REPARTOS.
           CLOSE F-ARCHIVO-REPARTOS.
       *>  -------------------------------------------------------------
       *>  APERTURA O CREACIÓN DE NO EXISTIR DEL ARCHIVO DE PROMOCIONES
       *>  -------------------------------------------------------------
       000-INICIA-PROMOCIONES.
           MOVE ZERO TO FS-STATUS-PROMOCIONES.

           OPEN I-O F-ARCHIVO-PROMOCIONES.
           IF FS-STATUS-PROMOCIONES = '10' OR
               FS-STATUS-PROMOCIONES = '00'
               THEN
               CONTINUE
           ELSE
               IF FS-STATUS-PROMOCIONES = '35' THEN
       *>          EL ARCHIVO RECIÉN CREADO SE REABRE EN I-O:
       *>          EN MODO OUTPUT LAS LECTURAS DE LA PRIMERA
       *>          CORRIDA FALLARÍAN CON ESTADO 47 SIN CAER
       *>          EN AT END NI INVALID KEY
                   OPEN OUTPUT F-ARCHIVO-PROMOCIONES
                   IF FS-STATUS-PROMOCIONES = '10' OR
                   FS-STATUS-PROMOCIONES = '00' THEN
                       CLOSE F-ARCHIVO-PROMOCIONES
                       OPEN I-O F-ARCHIVO-PROMOCIONES
                   ELSE
                       DISPLAY "ERROR AL CREAR EL ARCHIVO: "
                       FS-STATUS-PROMOCIONES
                   END-IF
               ELSE
                   DISPLAY 'ERROR AL ABRIR O CREAR EL ARCHIVO: '
                       FS-STATUS-PROMOCIONES
                   MOVE 1 TO WS-FIN
               END-IF
           END-IF.
       *>  -------------------------------------------------------------
       *>  CIERRE DEL ARCHIVO DE PROMOCIONES
       *>  -------------------------------------------------------------
       000-CIERRE-PROMOCIONES.
           CLOSE F-ARCHIVO-PROMOCIONES.
       *>  -------------------------------------------------------------
       END PROGRAM RESTAURANTE.
       *>  -------------------------------------------------------------
