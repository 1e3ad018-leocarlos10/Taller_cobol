       "PAGOSFINALES.TXT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PAGOSTMP-ARCHIVO
       ASSIGN TO
       "PAGOSFINALES.TMP"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CONTABLE-ARCHIVO
       ASSIGN TO DYNAMIC Contable-Archivo-Nombre
       ORGANIZATION IS LINE SEQUENTIAL.
       "RESUMEN-CONTABLE.TXT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL LIQUIDACION-ARCHIVO
       ASSIGN TO DYNAMIC Liquidacion-Archivo-Nombre
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RETENCION-ARCHIVO
       ASSIGN TO DYNAMIC Retencion-Archivo-Nombre
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CERTIFICADOS-ARCHIVO
       ASSIGN TO DYNAMIC Certificado-Archivo-Nombre
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RESCERTIF-ARCHIVO
       ASSIGN TO DYNAMIC Rescertif-Archivo-Nombre
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PILA-ARCHIVO
       ASSIGN TO DYNAMIC Pila-Archivo-Nombre
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RESPILA-ARCHIVO
       ASSIGN TO
       "RESUMEN-PILA.TXT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL VACACIONES-ARCHIVO
       ASSIGN TO
       "VACACIONES.TXT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL LIBROVAC-ARCHIVO
       ASSIGN TO
       "LIBRO-VACACIONES.TXT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RIESGOVAC-ARCHIVO
       ASSIGN TO DYNAMIC Riesgovac-Archivo-Nombre
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PRESTACIONES-ARCHIVO
       ASSIGN TO DYNAMIC Prest-Archivo-Nombre
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CESANTIAS-ARCHIVO
       ASSIGN TO DYNAMIC Cesantias-Archivo-Nombre
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PROVISION-ARCHIVO
       ASSIGN TO DYNAMIC Provision-Archivo-Nombre
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PRESTCTL-ARCHIVO
       ASSIGN TO
       "PRESTACIONES.CTL"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL HISTSALARIOS-ARCHIVO
       ASSIGN TO
       "HISTSALARIOS.TXT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RETROACTIVO-ARCHIVO
       ASSIGN TO DYNAMIC Retro-Archivo-Nombre
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL CAMBIOSPEND-ARCHIVO
       ASSIGN TO
       "CAMBIOSPEND.TXT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PRESUPUESTO-ARCHIVO
       ASSIGN TO
       "PRESUPUESTO.TXT"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PRESUPREP-ARCHIVO
       ASSIGN TO DYNAMIC Ppto-Archivo-Nombre
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL ALERTAS-ARCHIVO
       ASSIGN TO DYNAMIC Val-Archivo-Nombre
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
      *>       este campo quedan en cero y la liquidacion definitiva
      *>       asume el 1 de enero del año del retiro.
               05 Empleado-fecha-ingreso PIC 9(8).
      *>       fondo de cesantias al que se consigna cada febrero; en
      *>       blanco en los registros previos a este campo.
               05 Empleado-fondo-cesantias PIC x(15).

       FD DATOS-PLANO-ARCHIVO.
         01 Plano-registro.
               05 Plano-tipo-cuenta PIC x(02).
               05 Plano-numero-cuenta PIC x(20).
               05 Plano-fecha-ingreso PIC 9(8).
               05 Plano-fondo-cesantias PIC x(15).

       FD LISTADO-ARCHIVO.
         01 Listado-Linea PIC x(100).
               05 Ordenado-tipo-cuenta PIC x(02).
               05 Ordenado-numero-cuenta PIC x(20).
               05 Ordenado-fecha-ingreso PIC 9(8).
               05 Ordenado-fondo-cesantias PIC x(15).

       SD SORT-WORK-FILE.
         01 Sort-Registro.
               05 Sort-tipo-cuenta PIC x(02).
               05 Sort-numero-cuenta PIC x(20).
               05 Sort-fecha-ingreso PIC 9(8).
               05 Sort-fondo-cesantias PIC x(15).

       FD AUDITORIA-ARCHIVO.
         01 Auditoria-Linea PIC x(80).
         01 Redispersion-Linea PIC x(132).

       FD RESPALDO-ARCHIVO.
         01 Respaldo-Registro PIC x(172).

       FD RESPALDO-CONTROL-ARCHIVO.
         01 Control-Registro PIC x(81).
               05 Historico-salario PIC 9(8).
               05 Historico-total-empleados PIC 9(5).
               05 Historico-total-salarios PIC 9(11).
      *>       valores liquidados del periodo (del empleado en el "D",
      *>       sumados en el "T"); los cierres grabados antes de estos
      *>       campos los traen en blanco.
               05 Historico-bruto PIC 9(11).
               05 Historico-deducciones PIC 9(11).
               05 Historico-neto PIC 9(11).

       FD HISTTRAB-ARCHIVO.
         01 Histrab-Registro PIC x(120).

       FD COMPARATIVO-ARCHIVO.
         01 Comparativo-Linea PIC x(132).
               05 Novedad-horas-extra PIC 9(3).
               05 Novedad-bonificacion PIC 9(8).
               05 Novedad-dias-ausencia PIC 9(2).
      *>       retroactivo por aumentos con fecha efectiva anterior; lo
      *>       calcula la liquidacion (en blanco en archivos viejos).
               05 Novedad-retroactivo PIC 9(8).

       FD DEDUCCIONES-ARCHIVO.
         01 Deduccion-Registro.
               05 Deduccion-cuota PIC 9(8).
               05 Deduccion-cuotas-pend PIC 9(3).
               05 Deduccion-saldo PIC 9(9).
      *>       ultimo periodo AAAAMM en que se aplico la cuota, el
      *>       valor aplicado y las cuotas pendientes que tenia antes;
      *>       al re-liquidar el mismo periodo la entrada se devuelve a
      *>       ese estado y se aplica de nuevo, sin duplicar el cobro.
               05 Deduccion-ult-periodo PIC 9(6).
               05 Deduccion-ult-cuota PIC 9(8).
               05 Deduccion-ult-pend PIC 9(3).

       FD DEDSALDOS-ARCHIVO.
         01 Dedsaldo-Linea PIC x(132).
               05 Bit-cedula PIC x(11).
               05 Bit-antes PIC x(157).
               05 Bit-despues PIC x(157).
      *>       el fondo de cesantias (posiciones 158 a 172 del
      *>       maestro) va al final para no correr las imagenes de los
      *>       registros grabados antes de ese campo.
               05 Bit-antes-fondo PIC x(15).
               05 Bit-despues-fondo PIC x(15).

       FD CORRIDA-ARCHIVO.
         01 Corrida-Registro.
               05 FILLER PIC x.
               05 Corrida-paso PIC x(10).
               05 FILLER PIC x.
      *>       INICIO, FIN, ERROR, RETENIDA (la validacion encontro
      *>       alertas criticas) o LIBERADA (opcion X).
               05 Corrida-estado PIC x(8).
               05 FILLER PIC x.
               05 Corrida-fecha PIC 9(8).
               05 FILLER PIC x.
               05 Params-Prov-Intereses PIC 9v9(5).
               05 Params-Prov-Prima PIC 9v9(5).
               05 Params-Prov-Vacaciones PIC 9v9(5).
      *>       retencion en la fuente (procedimiento 1); un archivo
      *>       grabado antes de estos campos los trae en blanco y
      *>       rigen los valores de fabrica.
               05 Params-Uvt PIC 9(6).
               05 Params-Ret-Exenta-Pct PIC 9v9(4).
               05 Params-Ret-Tope-Exenta PIC 9(5).
               05 Params-Ret-Limite-Pct PIC 9v9(4).
               05 Params-Ret-Tope-Limite PIC 9(5).
               05 Params-Ret-Tramo OCCURS 7 TIMES.
                   10 Params-Ret-Desde PIC 9(4).
                   10 Params-Ret-Tarifa PIC 9v9(4).
                   10 Params-Ret-Fijas PIC 9(4).
      *>       limites de la validacion previa a la dispersion; un
      *>       archivo grabado antes de estos campos los trae en blanco
      *>       y rigen los valores de fabrica.
               05 Params-Alerta-Var-Pct PIC 9v9(4).
               05 Params-Alerta-Horas PIC 9(3).

       FD DEPARTAMENTOS-ARCHIVO.
         01 Catdep-Registro.
                   88 Pagofinal-pendiente VALUE "P".
                   88 Pagofinal-enviado VALUE "E".
               05 Pagofinal-fecha-envio PIC 9(8).
      *>       desglose de la liquidacion definitiva para el
      *>       certificado de ingresos; los pagos grabados antes de
      *>       este desglose lo traen en blanco.
               05 Pagofinal-detalle.
                   10 Pagofinal-fecha-retiro PIC 9(8).
                   10 Pagofinal-salario-mes PIC 9(8).
                   10 Pagofinal-cesantias PIC 9(8).
                   10 Pagofinal-intereses PIC 9(8).
                   10 Pagofinal-prima PIC 9(8).
                   10 Pagofinal-vacaciones PIC 9(8).
      *>       LD liquidacion definitiva (en blanco en los pagos
      *>       anteriores a este campo), PR prima de servicios e IC
      *>       intereses de cesantias de la liquidacion especial; en
      *>       estos dos la fecha de retiro es la fecha de corte.
               05 Pagofinal-concepto PIC x(02).
                   88 Pagofinal-liquidacion VALUE "LD" "  ".
                   88 Pagofinal-prima-servicios VALUE "PR".
                   88 Pagofinal-intereses-ces VALUE "IC".

      *> copia de trabajo de PAGOSFINALES.TXT para regrabarlo sin
      *> perder los registros que no se cargan en la tabla.
       FD PAGOSTMP-ARCHIVO.
         01 Pagotmp-Registro PIC x(108).

       FD CONTABLE-ARCHIVO.
         01 Contable-Linea PIC x(132).
       FD NOMINA-ARCHIVO.
         01 Nomina-Linea PIC x(132).

      *>   resultado de la liquidacion, un registro por empleado y
      *>   periodo (LIQUIDACION-AAAAMM.TXT); la dispersion, el cierre
      *>   y la interfaz contable leen estos valores en vez de volver
      *>   a calcularlos desde el maestro.
       FD LIQUIDACION-ARCHIVO.
         01 Liqres-Registro.
               05 Liqres-periodo PIC 9(6).
               05 Liqres-cedula PIC x(11).
               05 Liqres-departamento PIC x(15).
               05 Liqres-salario-basico PIC 9(8).
               05 Liqres-horas-extra PIC 9(3).
               05 Liqres-extras PIC 9(8)V99.
               05 Liqres-dias-ausencia PIC 9(2).
               05 Liqres-ausencias PIC 9(8)V99.
               05 Liqres-bonificacion PIC 9(8).
               05 Liqres-bruto PIC 9(9).
               05 Liqres-salud PIC 9(8).
               05 Liqres-pension PIC 9(8).
      *>       cuotas aplicadas de la libreta por tipo de deduccion.
               05 Liqres-ded-prestamo PIC 9(8).
               05 Liqres-ded-embargo PIC 9(8).
               05 Liqres-ded-anticipo PIC 9(8).
               05 Liqres-neto PIC 9(9).
      *>       retencion en la fuente del periodo; en blanco en los
      *>       periodos liquidados antes de este campo.
               05 Liqres-retencion PIC 9(8).
      *>       vacaciones del periodo: dias habiles disfrutados, dias
      *>       compensados en dinero, salario que se descuenta por los
      *>       dias disfrutados y valor pagado (incluido en el bruto).
               05 Liqres-vac-dias PIC 9(3)V99.
               05 Liqres-vac-compensados PIC 9(3)V99.
               05 Liqres-vac-ajuste PIC 9(8).
               05 Liqres-vacaciones PIC 9(8).
      *>       retroactivo pagado en el periodo (incluido en el bruto).
               05 Liqres-retroactivo PIC 9(8).

       FD RETENCION-ARCHIVO.
         01 Retencion-Linea PIC x(132).

       FD CERTIFICADOS-ARCHIVO.
         01 Certificado-Linea PIC x(132).

       FD RESCERTIF-ARCHIVO.
         01 Rescertif-Linea PIC x(132).

       FD PILA-ARCHIVO.
         01 Pila-Linea PIC x(200).

       FD RESPILA-ARCHIVO.
         01 Respila-Linea PIC x(132).

       FD VACACIONES-ARCHIVO.
         01 Vacacion-Registro.
               05 Vacacion-cedula PIC x(11).
      *>       periodo AAAAMM de la nomina que paga las vacaciones.
               05 Vacacion-periodo PIC 9(6).
               05 Vacacion-fecha-inicio PIC 9(8).
               05 Vacacion-dias-habiles PIC 9(3)V99.
               05 Vacacion-dias-compensados PIC 9(3)V99.
               05 Vacacion-valor PIC 9(9).
      *>       D disfrute o compensacion capturada en la opcion K,
      *>       R saldo pagado en la liquidacion definitiva.
               05 Vacacion-tipo PIC x(01).
                   88 Vacacion-disfrute VALUE "D".
                   88 Vacacion-retiro VALUE "R".
               05 Vacacion-estado PIC x(01).
                   88 Vacacion-pendiente VALUE "P".
                   88 Vacacion-pagada VALUE "L".

       FD LIBROVAC-ARCHIVO.
         01 Librovac-Linea PIC x(132).

       FD RIESGOVAC-ARCHIVO.
         01 Riesgovac-Linea PIC x(132).

       FD PRESTACIONES-ARCHIVO.
         01 Prestacion-Linea PIC x(132).

      *>   archivo de consignacion de cesantias: 01 encabezado, 02 por
      *>   fondo, 03 por empleado y 09 de totales.
       FD CESANTIAS-ARCHIVO.
         01 Cesantia-Linea PIC x(132).
         01 Cesantia-Detalle.
               05 Cesdet-tipo PIC x(02).
               05 Cesdet-fondo PIC x(15).
               05 Cesdet-cedula PIC x(11).
               05 Cesdet-nombre PIC x(30).
               05 Cesdet-dias PIC 9(3).
               05 Cesdet-salario PIC 9(8).
               05 Cesdet-cesantias PIC 9(9).
               05 Cesdet-fecha-consignacion PIC 9(8).

       FD PROVISION-ARCHIVO.
         01 Provision-Linea PIC x(132).

      *>   una linea por liquidacion especial ya hecha (P prima del
      *>   semestre AAAAMM, C cesantias del año AAAA12).
       FD PRESTCTL-ARCHIVO.
         01 Prestctl-Registro.
               05 Prestctl-tipo PIC x(01).
               05 Prestctl-periodo PIC 9(6).
               05 Prestctl-fecha PIC 9(8).
               05 Prestctl-operador PIC x(10).

      *>   un registro por cambio de salario (origen CAMBIO opcion 6,
      *>   AJUSTE ajuste masivo, ALTA opcion 2, CARGA extracto CSV;
      *>   ALTA y CARGA son salarios de ingreso) con la fecha desde
      *>   la que rige; periodo-retro es el periodo en que se pago el
      *>   retroactivo del cambio (cero mientras no se haya revisado).
       FD HISTSALARIOS-ARCHIVO.
         01 Histsal-Registro.
               05 Histsal-cedula PIC x(11).
               05 Histsal-fecha-efectiva PIC 9(8).
               05 Histsal-anterior PIC 9(8).
               05 Histsal-nuevo PIC 9(8).
               05 Histsal-origen PIC x(6).
               05 Histsal-fecha-registro PIC 9(8).
               05 Histsal-operador PIC x(10).
               05 Histsal-periodo-retro PIC 9(6).

       FD RETROACTIVO-ARCHIVO.
         01 Retro-Linea PIC x(132).

      *>   un registro por solicitud de cambio de salario (tipo S) o de
      *>   datos bancarios (tipo C) con los valores antes y despues;
      *>   queda "P" hasta que otro supervisor la aprueba ("A") o la
      *>   rechaza ("R") con un motivo. Origen CAMBIO opcion 6, ALTA
      *>   opcion 2, CARGA extracto CSV.
       FD CAMBIOSPEND-ARCHIVO.
         01 Cambio-Registro.
               05 Cambio-cedula PIC x(11).
               05 Cambio-tipo PIC x.
                   88 Cambio-salario VALUE "S".
                   88 Cambio-cuenta VALUE "C".
               05 Cambio-estado PIC x.
                   88 Cambio-pendiente VALUE "P".
                   88 Cambio-aprobado VALUE "A".
                   88 Cambio-rechazado VALUE "R".
               05 Cambio-origen PIC x(6).
               05 Cambio-fecha-solicitud PIC 9(8).
               05 Cambio-solicitante PIC x(10).
               05 Cambio-salario-antes PIC 9(8).
               05 Cambio-salario-nuevo PIC 9(8).
               05 Cambio-fecha-efectiva PIC 9(8).
               05 Cambio-banco-antes PIC x(15).
               05 Cambio-tipo-cuenta-antes PIC x(02).
               05 Cambio-cuenta-antes PIC x(20).
               05 Cambio-banco-nuevo PIC x(15).
               05 Cambio-tipo-cuenta-nuevo PIC x(02).
               05 Cambio-cuenta-nuevo PIC x(20).
               05 Cambio-fecha-revision PIC 9(8).
               05 Cambio-revisor PIC x(10).
               05 Cambio-motivo PIC x(40).

      *>   presupuesto aprobado por departamento (del catalogo) y mes:
      *>   cupo de empleados y valor del costo de nomina del mes
      *>   (devengado mas aportes patronales y provisiones).
       FD PRESUPUESTO-ARCHIVO.
         01 Presup-Registro.
               05 Presup-departamento PIC x(15).
               05 Presup-periodo PIC 9(6).
               05 Presup-cupo PIC 9(5).
               05 Presup-valor PIC 9(11).

       FD PRESUPREP-ARCHIVO.
         01 Presup-Linea PIC x(132).

       FD ALERTAS-ARCHIVO.
         01 Alerta-Linea PIC x(132).

       WORKING-STORAGE SECTION.
      * variables para poder mostrar los empleados.
       01 Presentacion.
         77 numero-cuenta PIC x(27) VALUE "Ingresa el numero de cuenta".
         77 fecha-ingreso PIC x(38)
            VALUE "Ingresa la fecha de ingreso (AAAAMMDD)".
         77 fondo-cesantias PIC x(29)
            VALUE "Ingresa el fondo de cesantias".
         77 si-no PIC x.
         77 entrada PIC x.
         77 opcion PIC x.
      * enviados salen del archivo y los que siguen sin datos
      * bancarios quedan pendientes para el proximo envio.
       01 Pago-Tabla.
           05 Pago-Entrada OCCURS 5000 TIMES.
               10 Pago-Cedula PIC x(11).
               10 Pago-Nombre PIC x(30).
               10 Pago-Valor PIC 9(8).
               10 Pago-Enviado PIC x.
               10 Pago-Estado PIC x.
               10 Pago-Fecha-Envio PIC 9(8).
               10 Pago-Detalle PIC x(48).
               10 Pago-Concepto PIC x(02).
               10 Pago-Posicion PIC 9(6).
       77 Pago-Num PIC 9(4).
       77 Pago-i PIC 9(4).
       77 Pago-j PIC 9(4).
       77 Pago-Pos PIC 9(6).
       77 Pago-Ultimo-Envio PIC 9(8).
       77 Pago-Pendientes PIC 9(6).
       77 Pago-Enviados-Cant PIC 9(4).
       77 Pago-Reproceso PIC x.

      * variables para validar cedulas duplicadas al registrar.
           05 Temp-tipo-cuenta PIC x(02).
           05 Temp-numero-cuenta PIC x(20).
           05 Temp-fecha-ingreso PIC 9(8).
           05 Temp-fondo-cesantias PIC x(15).
       77 Cedula-Duplicada PIC x.

      * variables para validar los datos digitados por el operador.
       77 Par-Texto PIC x(25).
       77 Par-Pct-Nuevo PIC 9v9(5).
       77 Par-Valor-Num PIC 9(8).
      * limites de la validacion de la corrida antes de dispersar:
      * variacion maxima del neto contra el periodo anterior y horas
      * extra maximas por empleado en el periodo.
       77 Par-Alerta-Var-Pct PIC 9v9(4) VALUE 0.30.
       77 Par-Alerta-Horas PIC 9(3) VALUE 48.

      * retencion en la fuente por el procedimiento 1: valor de la
      * UVT, renta exenta del 25% con su tope anual en UVT, limite
      * global del 40% (tambien con tope anual en UVT) y la tabla
      * de tarifas marginales (desde cuantas UVT, tarifa marginal y
      * UVT fijas que se suman); los topes anuales se prorratean por
      * mes en la liquidacion.
       77 Par-Uvt PIC 9(6) VALUE 49799.
       77 Par-Ret-Exenta-Pct PIC 9v9(4) VALUE 0.25.
       77 Par-Ret-Tope-Exenta PIC 9(5) VALUE 790.
       77 Par-Ret-Limite-Pct PIC 9v9(4) VALUE 0.40.
       77 Par-Ret-Tope-Limite PIC 9(5) VALUE 1340.
       01 Par-Ret-Tabla-Fabrica.
           05 FILLER PIC x(13) VALUE "0000000000000".
           05 FILLER PIC x(13) VALUE "0095019000000".
           05 FILLER PIC x(13) VALUE "0150028000010".
           05 FILLER PIC x(13) VALUE "0360033000069".
           05 FILLER PIC x(13) VALUE "0640035000162".
           05 FILLER PIC x(13) VALUE "0945037000268".
           05 FILLER PIC x(13) VALUE "2300039000770".
       01 Par-Ret-Tabla REDEFINES Par-Ret-Tabla-Fabrica.
           05 Par-Ret-Tramo OCCURS 7 TIMES.
               10 Par-Ret-Desde PIC 9(4).
               10 Par-Ret-Tarifa PIC 9v9(4).
               10 Par-Ret-Fijas PIC 9(4).
       77 Par-Ret-i PIC 9.

      * variables para el archivo de dispersion bancaria de salarios.
       77 Disp-Fecha PIC 9(8).
       77 Disp-Nomina-Total PIC 9(11).
       77 Disp-Diferencia PIC S9(11).
       77 Disp-Diferencia-Ed PIC +9(11).
       77 Disp-Periodo PIC 9(6).
       77 Disp-Valor PIC 9(8).

      * variables para procesar el archivo de respuesta del banco:
      * los detalles 02 de DISPERSION.TXT se cargan en la tabla, cada
      * registro antes y despues del cambio, y la recuperacion
      * (opcion Z) restaura una generacion de respaldo y reaplica la
      * bitacora hasta la fecha y hora elegidas.
       77 Bit-Imagen-Antes PIC x(172).
       77 Bit-Imagen-Despues PIC x(172).
       77 Bit-Accion-WS PIC x(10).
       77 Rec-Fecha-Limite PIC 9(8).
       77 Rec-Hora-Limite PIC 9(6).
       77 Cierre-Ya-Existe PIC x.
       77 Cierre-Reproceso PIC x.
       77 Cierre-Depurados PIC 9(5).
       77 Cierre-Total-Bruto PIC 9(11).
       77 Cierre-Total-Deduc PIC 9(11).
       77 Cierre-Total-Neto PIC 9(11).

      * variables para el comparativo de periodos del historico.
       01 Comp-Periodo-Actual.
           05 Csv-tipo-cuenta PIC x(30).
           05 Csv-numero-cuenta PIC x(30).
           05 Csv-fecha-ingreso PIC x(30).
           05 Csv-fondo-cesantias PIC x(30).
       77 Carga-Leidos PIC 9(5).
       77 Carga-Cargados PIC 9(5).
       77 Carga-Rechazados PIC 9(5).
               10 Nov-Horas-Extra PIC 9(3).
               10 Nov-Bonificacion PIC 9(8).
               10 Nov-Dias-Ausencia PIC 9(2).
               10 Nov-Retroactivo PIC 9(8).
       77 Nov-Num-Entradas PIC 9(4).
       77 Nov-Encontrado-Idx PIC 9(4).
       77 Nov-i PIC 9(4).
       77 Liq-Total-Bruto PIC 9(11).
       77 Liq-Total-Deducciones PIC 9(11).
       77 Liq-Total-Neto PIC 9(11).
       77 Liquidacion-Archivo-Nombre PIC x(24).
       77 Liquidacion-Periodo PIC 9(6).
       77 Liquidacion-Registros PIC 9(5).
       77 Liq-Ded-Prestamo PIC 9(8).
       77 Liq-Ded-Embargo PIC 9(8).
       77 Liq-Ded-Anticipo PIC 9(8).

      * variables para la retencion en la fuente del empleado: el
      * ingreso neto es el bruto menos salud y pension obligatorias,
      * la base gravable descuenta ademas la renta exenta, y la base
      * en UVT se lleva por la tabla marginal de los parametros.
       77 Liq-Retencion PIC 9(8).
       77 Liq-Total-Retencion PIC 9(11).
       77 Ret-Ingreso-Neto PIC 9(9).
       77 Ret-Exenta PIC 9(9).
       77 Ret-Tope PIC 9(9).
       77 Ret-Base PIC 9(9).
       77 Ret-Base-Uvt PIC 9(6)V9(4).
       77 Ret-Impuesto-Uvt PIC 9(6)V9(4).
       77 Ret-Miles PIC 9(6).
       77 Ret-Tramo-Idx PIC 9.
       77 Ret-Total-Base PIC 9(11).
       77 Ret-Total-Retenidos PIC 9(5).
       77 Retencion-Archivo-Nombre PIC x(22).
       77 Ret-No-Constitutivo PIC 9(9).
       77 Ret-Base-Uvt-Ed PIC ZZZZZ9.99.

      * variables para la libreta de deducciones recurrentes
      * (prestamos PR, embargos EM y anticipos AN): cada entrada
               10 Ded-Cuotas-Pend PIC 9(3).
               10 Ded-Saldo PIC 9(9).
               10 Ded-Ult-Periodo PIC 9(6).
               10 Ded-Ult-Cuota PIC 9(8).
               10 Ded-Ult-Pend PIC 9(3).
               10 Ded-Ult-Valida PIC x.
       77 Ded-Num-Entradas PIC 9(4).
       77 Ded-Encontrado-Idx PIC 9(4).
       77 Ded-i PIC 9(4).
       01 Liq-Det-Tabla.
           05 Liq-Det-Linea OCCURS 10 TIMES PIC x(132).
       77 Liq-Det-Num PIC 99.
       77 Liq-Vac-Habiles PIC 9(3)V99.
       77 Liq-Vac-Compensados PIC 9(3)V99.
       77 Liq-Vac-Ajuste PIC 9(8).
       77 Liq-Vacaciones PIC 9(8).
       77 Liq-Vac-Dia-Prom PIC 9(8)V99.
       77 Liq-Total-Vacaciones PIC 9(11).
       77 Liq-Retroactivo PIC 9(8).
       77 Liq-Total-Retroactivo PIC 9(11).
       77 Liq-Det-i PIC 99.

      * variables para la interfaz contable del periodo: aportes
       77 Cont-Total-Cr PIC 9(13).
       77 Cont-Total-Devengado PIC 9(13).

      * variables para el certificado de ingresos y retenciones del
      * año gravable: una entrada por cedula del maestro (activos e
      * inactivos) con lo acumulado de las doce liquidaciones del
      * año y de las liquidaciones definitivas, y los totales por
      * mes para el resumen de control contra las nominas.
       77 Cert-Ano PIC 9(4).
       77 Certificado-Archivo-Nombre PIC x(24).
       77 Rescertif-Archivo-Nombre PIC x(32).
       01 Cert-Tabla.
           05 Cert-Entrada OCCURS 5000 TIMES.
               10 Cert-Cedula PIC x(11).
               10 Cert-Nombre PIC x(30).
               10 Cert-Meses PIC 9(2).
               10 Cert-Salarios PIC 9(11).
               10 Cert-Extras-Bonif PIC 9(11).
               10 Cert-Prestaciones PIC 9(11).
               10 Cert-Cesantias PIC 9(11).
               10 Cert-Salud PIC 9(11).
               10 Cert-Pension PIC 9(11).
               10 Cert-Retencion PIC 9(11).
       77 Cert-Num PIC 9(4).
       77 Cert-i PIC 9(4).
       77 Cert-Idx PIC 9(4).
       77 Cert-Num-Antes PIC 9(4).
       77 Cert-Buscar-Cedula PIC x(11).
       77 Cert-Mes-i PIC 99.
       77 Cert-Extras-Mes PIC 9(9).
       77 Cert-Total-Ingresos PIC 9(11).
       01 Cert-Mes-Tabla.
           05 Cert-Mes-Entrada OCCURS 12 TIMES.
               10 CertM-Empleados PIC 9(5).
               10 CertM-Bruto PIC 9(11).
               10 CertM-Salud PIC 9(11).
               10 CertM-Pension PIC 9(11).
               10 CertM-Retencion PIC 9(11).
               10 CertM-Nomina-Bruto PIC 9(11).
               10 CertM-Hay-Nomina PIC x.
       77 CertT-Nominas PIC 9(13).
       77 CertT-Salud-Nominas PIC 9(13).
       77 CertT-Pension-Nominas PIC 9(13).
       77 CertT-Retencion-Nominas PIC 9(13).
       77 CertT-Pagos-Finales PIC 9(13).
       77 CertT-Pagos-Cant PIC 9(5).
       77 CertT-Consignado PIC 9(13).
       77 CertT-Consig-Cant PIC 9(5).
       77 CertT-Emitidos PIC 9(5).
       77 CertT-Ingresos PIC 9(13).
       77 CertT-Salud PIC 9(13).
       77 CertT-Pension PIC 9(13).
       77 CertT-Retencion PIC 9(13).
       77 CertT-Esperado PIC 9(13).
       77 CertT-Sin-Maestro PIC 9(5).

      * variables para la planilla integrada de aportes (PILA) del
      * periodo: una entrada por cotizante con su IBC, los dias
      * cotizados y las novedades (ING, RET, VSP, SLN), y los totales
      * por concepto para cuadrar contra la interfaz contable.
       77 Pila-Periodo PIC 9(6).
       77 Pila-Archivo-Nombre PIC x(22).
       01 Pila-Tabla.
           05 Pila-Entrada OCCURS 5000 TIMES.
               10 Pila-Cedula PIC x(11).
               10 Pila-Dias PIC 9(2).
               10 Pila-Ibc PIC 9(9).
               10 Pila-Liquidado PIC x.
               10 Pila-Ing PIC x(3).
               10 Pila-Ret PIC x(3).
               10 Pila-Vsp PIC x(3).
               10 Pila-Sln PIC x(3).
               10 Pila-Vac PIC x(3).
       77 Pila-Num PIC 9(4).
       77 Pila-i PIC 9(4).
       77 Pila-Idx PIC 9(4).
       77 Pila-Buscar-Cedula PIC x(11).
       77 Pila-Nombre PIC x(30).
       77 Pila-Dia-Ingreso PIC 9(2).
       77 Pila-Dias-Ing PIC S9(3).
       77 Pila-Secuencia PIC 9(5).
       77 Pila-Tasa-Ed1 PIC 9.9(5).
       77 Pila-Tasa-Ed2 PIC 9.9(5).
       77 Pila-Tasa-Ed3 PIC 9.9(5).
       77 Pila-Tasa-Ed4 PIC 9.9(5).
       77 Pila-Tasa-Ed5 PIC 9.9(5).
       77 Pila-Tasa-Ed6 PIC 9.9(5).
       77 Pila-Salud-Emp PIC 9(9).
       77 Pila-Pension-Emp PIC 9(9).
       77 Pila-Salud-Pat PIC 9(9).
       77 Pila-Pension-Pat PIC 9(9).
       77 Pila-Arl PIC 9(9).
       77 Pila-Caja PIC 9(9).
       77 PilaT-Cotizantes PIC 9(5).
       77 PilaT-Sin-Liquidar PIC 9(5).
       77 PilaT-Ibc PIC 9(13).
       77 PilaT-Salud-Emp PIC 9(13).
       77 PilaT-Pension-Emp PIC 9(13).
       77 PilaT-Salud-Pat PIC 9(11).
       77 PilaT-Pension-Pat PIC 9(11).
       77 PilaT-Arl PIC 9(11).
       77 PilaT-Caja PIC 9(11).
       77 PilaT-Novedades PIC 9(5).
      * lo patronal de los cotizantes sin liquidacion del periodo
      * (retirados antes de liquidar) no esta en la interfaz contable
      * y se descuenta antes de cuadrar.
       77 PilaX-Salud-Pat PIC 9(11).
       77 PilaX-Pension-Pat PIC 9(11).
       77 PilaX-Arl PIC 9(11).
       77 PilaX-Caja PIC 9(11).
       77 PilaC-Salud PIC 9(11).
       77 PilaC-Pension PIC 9(11).
       77 PilaC-Arl PIC 9(11).
       77 PilaC-Caja PIC 9(11).
       77 PilaC-Hay-Contable PIC x.
       77 Pila-Concepto PIC x(22).
       77 Pila-Valor-Pila PIC 9(11).
       77 Pila-Valor-Cont PIC 9(11).
       77 Pila-Diferencia PIC S9(11).
       77 Pila-Cuadra PIC x.

      * variables para el libro de vacaciones por cedula: se causan
      * 15 dias habiles por año desde la fecha de ingreso (base 360)
      * y se descuentan los dias disfrutados y compensados grabados en
      * VACACIONES.TXT; la nomina paga los del periodo sobre el
      * salario promedio de los ultimos doce meses liquidados.
       01 Vac-Tabla.
           05 Vac-Entrada OCCURS 5000 TIMES.
               10 Vac-Cedula PIC x(11).
               10 Vac-Periodo PIC 9(6).
               10 Vac-Fecha-Inicio PIC 9(8).
               10 Vac-Dias-Habiles PIC 9(3)V99.
               10 Vac-Dias-Compensados PIC 9(3)V99.
               10 Vac-Valor PIC 9(9).
               10 Vac-Tipo PIC x.
               10 Vac-Estado PIC x.
       77 Vac-Num-Entradas PIC 9(4).
       77 Vac-Encontrado-Idx PIC 9(4).
       77 Vac-i PIC 9(4).
       77 Vac-Modificada PIC x.
       77 Vac-Quitadas PIC 9(4).
       01 VacP-Tabla.
           05 VacP-Entrada OCCURS 5000 TIMES.
               10 VacP-Cedula PIC x(11).
               10 VacP-Suma PIC 9(11).
               10 VacP-Meses PIC 99.
       77 VacP-Num PIC 9(4).
       77 VacP-i PIC 9(4).
       77 VacP-Idx PIC 9(4).
       77 VacP-Ano PIC 9(4).
       77 VacP-Mes PIC 99.
       77 VacP-Mes-i PIC 99.
       77 VacP-Ordinario PIC 9(9).
       77 VacM-Opcion PIC x.
       77 VacM-Cedula PIC x(11).
       77 VacM-Nombre PIC x(30).
       77 VacM-Existe PIC x.
       77 VacM-Activo PIC x.
       77 VacM-Ingreso PIC 9(8).
       77 VacM-Periodo PIC 9(6).
       77 VacM-Fecha-Inicio PIC 9(8).
       77 VacM-Fecha-Corte PIC 9(8).
       77 VacM-Habiles PIC 9(3)V99.
       77 VacM-Compensados PIC 9(3)V99.
       77 VacM-Causados PIC 9(4)V99.
       77 VacM-Tomados PIC 9(4)V99.
       77 VacM-Pendientes PIC S9(4)V99.
       77 VacM-Nuevos PIC 9(4)V99.
       77 VacM-Dias-Ed PIC ZZ9.99.
       77 VacM-Dias-Ed2 PIC ZZ9.99.
       77 VacM-Causados-Ed PIC ZZZ9.99.
       77 VacM-Tomados-Ed PIC ZZZ9.99.
       77 VacM-Pendientes-Ed PIC -ZZZ9.99.
       77 VacM-Contador PIC 9(5).
       77 VacM-Total-Pendientes PIC S9(7)V99.
       77 VacM-Total-Ed PIC -ZZZZZZ9.99.
       77 Riesgovac-Archivo-Nombre PIC x(32).

      * variables para la liquidacion especial de prestaciones
      * sociales: la prima del semestre (junio o diciembre) y las
      * cesantias con sus intereses del año, proporcionales a los
      * dias trabajados (base 360) desde el inicio del periodo o
      * desde el ingreso. La prima y los intereses quedan como pagos
      * en PAGOSFINALES.TXT para la dispersion; las cesantias van al
      * archivo de consignacion por fondo. Lo pagado se compara por
      * departamento contra las provisiones de la interfaz contable.
       77 Prest-Tipo PIC x.
       77 Prest-Periodo PIC 9(6).
       77 Prest-Ano PIC 9(4).
       77 Prest-Mes PIC 99.
       77 Prest-Desde PIC 9(8).
       77 Prest-Hasta PIC 9(8).
       77 Prest-Inicio PIC 9(8).
       77 Prest-Tope PIC 9(3).
       77 Prest-Dias PIC 9(3).
       77 Prest-Valor PIC 9(8).
       77 Prest-Intereses PIC 9(8).
       77 Prest-Fecha PIC 9(8).
       77 Prest-Ya-Hecha PIC x.
       77 Prest-Archivo-Nombre PIC x(32).
       77 Cesantias-Archivo-Nombre PIC x(24).
       77 Provision-Archivo-Nombre PIC x(36).
       77 PrestT-Empleados PIC 9(5).
       77 PrestT-Valor PIC 9(11).
       77 PrestT-Intereses PIC 9(11).
       77 PrestT-Sin-Fondo PIC 9(5).
       01 Ces-Tabla.
           05 Ces-Entrada OCCURS 5000 TIMES.
               10 Ces-Cedula PIC x(11).
               10 Ces-Nombre PIC x(30).
               10 Ces-Fondo PIC x(15).
               10 Ces-Dias PIC 9(3).
               10 Ces-Salario PIC 9(8).
               10 Ces-Valor PIC 9(9).
       77 Ces-Num PIC 9(4).
       77 Ces-i PIC 9(4).
       77 Ces-Pasada PIC x.
       01 CesF-Tabla.
           05 CesF-Entrada OCCURS 50 TIMES.
               10 CesF-Fondo PIC x(15).
               10 CesF-Cant PIC 9(5).
               10 CesF-Valor PIC 9(11).
       77 CesF-Num PIC 99.
       77 CesF-i PIC 99.
       77 CesF-Idx PIC 99.
       77 CesF-Buscar PIC x(15).
       01 ProvD-Tabla.
           05 ProvD-Entrada OCCURS 20 TIMES.
               10 ProvD-Nombre PIC x(15).
               10 ProvD-Provision PIC 9(11).
               10 ProvD-Pagado PIC 9(11).
               10 ProvD-Prov-Intereses PIC 9(11).
               10 ProvD-Pag-Intereses PIC 9(11).
       77 ProvD-Num PIC 99.
       77 ProvD-i PIC 99.
       77 ProvD-Idx PIC 99.
       77 ProvD-Buscar PIC x(15).
       77 Prov-Mes-i PIC 99.
       77 Prov-Mes-Desde PIC 99.
       77 Prov-Mes-Hasta PIC 99.
       77 Prov-Meses PIC 99.
       77 Prov-Meses-Con PIC 99.
       77 Prov-Hay-Mes PIC x.
       77 Prov-Periodo PIC 9(6).
       77 Prov-Concepto PIC x(22).
       77 Prov-Valor PIC 9(11).
       77 Prov-Provision PIC 9(11).
       77 Prov-Pagado PIC 9(11).
       77 Prov-Diferencia PIC S9(11).
       77 Prov-Diferencia-Ed PIC +9(11).
       77 ProvT-Provision PIC 9(13).
       77 ProvT-Pagado PIC 9(13).
       77 ProvT-Prov-Intereses PIC 9(13).
       77 ProvT-Pag-Intereses PIC 9(13).

      * variables para el historial de salarios y el retroactivo:
      * cada cambio de salario queda en HISTSALARIOS.TXT con su fecha
      * efectiva; al liquidar, los cambios que rigen desde antes del
      * periodo se comparan contra los periodos ya liquidados y la
      * diferencia se paga como novedad de retroactivo.
       01 Hist-Fecha-Efectiva.
           05 Hist-Efe-Ano PIC 9(4).
           05 Hist-Efe-Mes PIC 9(2).
           05 Hist-Efe-Dia PIC 9(2).
       77 Hist-Fecha-Texto PIC x(10).
       77 Hist-Fecha-Valida PIC x.
       77 Hist-Hoy PIC 9(8).
       77 Hist-Cedula PIC x(11).
       77 Hist-Anterior PIC 9(8).
       77 Hist-Nuevo PIC 9(8).
       77 Hist-Origen PIC x(6).
       01 Hist-Tabla.
           05 Hist-Entrada OCCURS 9000 TIMES.
               10 HistT-Imagen PIC x(65).
       77 Hist-Num PIC 9(4).
       77 Hist-i PIC 9(4).
       77 Hist-Lleno PIC x.
       01 RetP-Tabla.
           05 RetP-Entrada OCCURS 5000 TIMES.
               10 RetP-Cedula PIC x(11).
               10 RetP-Efectiva PIC 9(8).
               10 RetP-Nuevo PIC 9(8).
               10 RetP-Hist PIC 9(4).
       77 RetP-Num PIC 9(4).
       77 RetP-i PIC 9(4).
       77 RetP-Idx PIC 9(4).
       01 RetD-Tabla.
           05 RetD-Entrada OCCURS 5000 TIMES.
               10 RetD-Cedula PIC x(11).
               10 RetD-Periodo PIC 9(6).
               10 RetD-Salario-Ant PIC 9(8).
               10 RetD-Salario-Nuevo PIC 9(8).
               10 RetD-Dias PIC 99.
               10 RetD-Bruto-Ant PIC 9(9).
               10 RetD-Bruto-Nuevo PIC 9(9).
               10 RetD-Valor PIC 9(8).
       77 RetD-Num PIC 9(4).
       77 RetD-i PIC 9(4).
       01 RetE-Tabla.
           05 RetE-Entrada OCCURS 5000 TIMES.
               10 RetE-Cedula PIC x(11).
               10 RetE-Valor PIC 9(8).
       77 RetE-Num PIC 9(4).
       77 RetE-i PIC 9(4).
       77 RetE-Idx PIC 9(4).
       01 Retro-Periodo-Rev.
           05 Retro-Rev-Ano PIC 9(4).
           05 Retro-Rev-Mes PIC 9(2).
       77 Retro-Desde PIC 9(6).
       77 Retro-Efe-Mejor PIC 9(8).
       77 Retro-Dia PIC 9(8)V99.
       77 Retro-Dias PIC 99.
       77 Retro-Ausencias PIC 9(8)V99.
       77 Retro-Vac-Ajuste PIC 9(8)V99.
       77 Retro-Extras PIC 9(8)V99.
       77 Retro-Vacaciones PIC 9(8).
       77 Retro-Vac-Nuevo PIC 9(8).
       77 Retro-Bruto-Nuevo PIC S9(9).
       77 Retro-Bruto-Ant PIC S9(9).
       77 Retro-Bruto-Calc PIC S9(9).
       77 Retro-Salario-Calc PIC 9(8).
       77 Retro-Salario-Base PIC 9(8).
       77 Retro-Pag-Salario PIC 9(8).
       77 Retro-Pag-Efectiva PIC 9(8).
       77 Retro-Diferencia PIC S9(9).
       77 Retro-Modificada PIC x.
       77 Retro-Toma-Cambio PIC x.
       77 Retro-Hist-Modificada PIC x.
       77 Retro-Inactivos PIC 9(4).
       77 Retro-Total PIC 9(11).
       77 Retro-Archivo-Nombre PIC x(24).

      * variables para el doble control de cambios sensibles: el
      * salario y los datos bancarios no se cambian en el maestro sino
      * que quedan como solicitud en CAMBIOSPEND.TXT hasta que un
      * supervisor distinto al que la pidio la aprueba (opcion S).
       77 Camb-Pide-Salario PIC x.
       77 Camb-Pide-Cuenta PIC x.
       77 Camb-Salario-Nuevo PIC 9(8).
       77 Camb-Banco-Antes PIC x(15).
       77 Camb-Tipo-Cuenta-Antes PIC x(02).
       77 Camb-Cuenta-Antes PIC x(20).
       77 Camb-Banco-Nuevo PIC x(15).
       77 Camb-Tipo-Cuenta-Nuevo PIC x(02).
       77 Camb-Cuenta-Nuevo PIC x(20).
       77 Camb-Cedula PIC x(11).
       77 Camb-Tipo PIC x.
       77 Camb-Hay-Pendiente PIC x.
       77 Camb-Hoy PIC 9(8).
       01 Camb-Tabla.
           05 Camb-Entrada OCCURS 9999 TIMES.
               10 CambT-Imagen PIC x(193).
       77 Camb-Num PIC 9(5).
       77 Camb-Excedido PIC x.
       77 Camb-i PIC 9(5).
       77 Camb-Pendientes PIC 9(4).
       77 Camb-Modificada PIC x.
       77 Camb-Existe PIC x.
       77 Camb-Vigente PIC x.
       77 Camb-Decision PIC x.
       77 Camb-Aprobados PIC 9(4).
       77 Camb-Rechazados PIC 9(4).
       77 Camb-Propios PIC 9(4).
       77 Camb-Bloqueos PIC 9(4).
       77 Rev-Usuario PIC x(10).
       77 Rev-Clave PIC x(10).
       77 Rev-Valido PIC x.
       77 Rev-Operador-Sesion PIC x(10).

      * variables para el presupuesto por departamento y mes y su
      * reporte contra lo ejecutado (PRESUPUESTO-AAAAMM.TXT), y para
      * el control del cupo de empleados al contratar.
       01 PptoT-Tabla.
           05 PptoT-Entrada OCCURS 1200 TIMES.
               10 PptoT-Departamento PIC x(15).
               10 PptoT-Periodo PIC 9(6).
               10 PptoT-Cupo PIC 9(5).
               10 PptoT-Valor PIC 9(11).
       77 Ppto-Num PIC 9(4).
       77 Ppto-i PIC 9(4).
       77 Ppto-Idx PIC 9(4).
       77 PptoM-Opcion PIC x.
       77 Ppto-Dep-Valido PIC x.
       01 Ppto-Periodo.
           05 Ppto-Ano PIC 9(4).
           05 Ppto-Mes PIC 9(2).
       77 Ppto-Periodo-Valido PIC x.
       77 Ppto-Mes-i PIC 99.
       77 Ppto-Texto PIC x(14).
       77 Ppto-Numero-X PIC x(11) JUSTIFIED RIGHT.
       77 Ppto-Numero-Resto PIC x(14).
       77 Ppto-Numero PIC 9(11).
       77 Ppto-Numero-Valido PIC x.
       77 Ppto-Cupo-Ent PIC 9(5).
       77 Ppto-Valor-Ent PIC 9(11).
       77 Ppto-Buscar PIC x(15).
       77 Ppto-Leido PIC 9(6).
       77 Ppto-Hay-Liq PIC x.
       77 Ppto-Hay-Cont PIC x.
       77 Ppto-Valor-Cont PIC 9(11).
       77 Ppto-Archivo-Nombre PIC x(28).
       01 PptoD-Tabla.
           05 PptoD-Entrada OCCURS 60 TIMES.
               10 PptoD-Nombre PIC x(15).
               10 PptoD-Con-Ppto PIC x.
               10 PptoD-Cupo PIC 9(5).
               10 PptoD-Real PIC 9(5).
               10 PptoD-Presupuesto PIC 9(11).
               10 PptoD-Bruto PIC 9(11).
               10 PptoD-Aportes PIC 9(11).
               10 PptoD-Pres-Acum PIC 9(12).
               10 PptoD-Ejec-Acum PIC 9(12).
       77 PptoD-Num PIC 99.
       77 PptoD-i PIC 99.
       77 PptoD-Idx PIC 99.
       77 Ppto-Etiqueta PIC x(15).
       77 Ppto-Cupo PIC 9(5).
       77 Ppto-Real PIC 9(5).
       77 Ppto-Presupuesto PIC 9(12).
       77 Ppto-Bruto PIC 9(12).
       77 Ppto-Aportes PIC 9(12).
       77 Ppto-Ejecutado PIC 9(12).
       77 Ppto-Pres-Acum PIC 9(12).
       77 Ppto-Ejec-Acum PIC 9(12).
       77 Ppto-Marca PIC x(10).
       77 Ppto-Variacion PIC S9(12).
       77 Ppto-Variacion-Ed PIC +9(12).
       77 Ppto-Pct PIC 9(13)V99.
       77 Ppto-Ejec-Base PIC 9(12).
       77 Ppto-Desde PIC 9(6).
       77 Ppto-Hasta PIC 9(6).
       77 Ppto-Largo PIC 99.
       77 Ppto-Pct-Ed PIC ZZZ9.99.
       77 Ppto-Base PIC 9(12).
       77 PptoS-Cupo PIC 9(6).
       77 PptoS-Real PIC 9(6).
       77 PptoS-Presupuesto PIC 9(12).
       77 PptoS-Bruto PIC 9(12).
       77 PptoS-Aportes PIC 9(12).
       77 PptoS-Pres-Acum PIC 9(12).
       77 PptoS-Ejec-Acum PIC 9(12).
       77 Cupo-Departamento PIC x(15).
       77 Cupo-Periodo PIC 9(6).
       77 Cupo-Hoy PIC 9(8).
       77 Cupo-Definido PIC x.
       77 Cupo-Aprobado PIC 9(5).
       77 Cupo-Activos PIC 9(5).
       77 Cupo-Excedido PIC x.
       77 Cupo-Autorizado PIC x.
       77 Cupo-Respuesta PIC x.
       77 Cupo-Fin PIC x.

      * variables para la validacion del periodo antes de dispersar
      * (ALERTAS-AAAAMM.TXT): netos del periodo anterior por cedula,
      * cuentas bancarias del periodo y contadores de alertas.
       01 ValA-Tabla.
           05 ValA-Entrada OCCURS 5000 TIMES.
               10 ValA-Cedula PIC x(11).
               10 ValA-Neto PIC 9(9).
       77 ValA-Num PIC 9(5).
       77 ValA-i PIC 9(5).
       77 ValA-Idx PIC 9(5).
       01 ValC-Tabla.
           05 ValC-Entrada OCCURS 5000 TIMES.
               10 ValC-Cedula PIC x(11).
               10 ValC-Banco PIC x(15).
               10 ValC-Cuenta PIC x(20).
       77 ValC-Num PIC 9(5).
       77 ValC-i PIC 9(5).
       77 ValC-j PIC 9(5).
       77 Val-Periodo PIC 9(6).
       01 Val-Anterior.
           05 Val-Ant-Ano PIC 9(4).
           05 Val-Ant-Mes PIC 9(2).
       77 Val-Archivo-Nombre PIC x(24).
       77 Val-Revisados PIC 9(5).
       77 Val-Criticas PIC 9(5).
       77 Val-Advertencias PIC 9(5).
       77 Val-Tipo PIC x(11).
       77 Val-Cedula PIC x(11).
       77 Val-Motivo PIC x(25).
       77 Val-Detalle PIC x(70).
       77 Val-Deducciones PIC 9(9).
       77 Val-Piso PIC 9(9).
       77 Val-Diferencia PIC 9(9).
       77 Val-Variacion PIC 9(5)V9(4).
       77 Val-Pct PIC 9(7)V99.
       77 Val-Pct-Ed PIC ZZZZZZ9.99.
       77 Val-Neto-Ed PIC Z(8)9.
       77 Val-Ant-Ed PIC Z(8)9.
       77 Val-Contador-Ed PIC ZZZZ9.
       77 Val-Estado PIC x(8).
       77 Val-Buscar-Periodo PIC 9(6).
       77 Lib-Periodo PIC 9(6).

      * variables para invocar una opcion por linea de comandos
      * (modo batch, sin operador, para corridas nocturnas por
      * JCL/cron): la linea trae la opcion, el periodo AAAAMM para
       77 Batch-Periodo PIC 9(6) VALUE ZEROES.
       77 Batch-Override PIC x VALUE "N".
       77 Ctl-Paso PIC x(10).
       77 Ctl-Estado PIC x(8).
       77 Ctl-Completado PIC x.
       77 Corrida-En-Curso PIC x VALUE "N".
       77 Paso-Exitoso PIC x.
       77 Corrida-Retenida PIC x VALUE "N".

       PROCEDURE DIVISION.

               WHEN "q"
                   PERFORM Consulta-360

               WHEN "F"
               WHEN "f"
                   PERFORM Certificado-Ingresos

               WHEN "G"
               WHEN "g"
                   PERFORM Planilla-Aportes

               WHEN "K"
               WHEN "k"
                   PERFORM Libro-Vacaciones

               WHEN "O"
               WHEN "o"
                   PERFORM Prestaciones-Sociales

               WHEN "S"
               WHEN "s"
                   PERFORM Revisar-Cambios-Pendientes

               WHEN "Y"
               WHEN "y"
                   PERFORM Presupuesto-Menu

               WHEN "X"
               WHEN "x"
                   PERFORM Liberar-Corrida

               WHEN "0"
                   DISPLAY "Cerrando Programa..."
                   STOP RUN
           DISPLAY "T. Restaurar el maestro desde un respaldo".
           DISPLAY "Z. Recuperar el maestro con la bitacora".
           DISPLAY "W. Corrida nocturna encadenada del periodo".
           DISPLAY "F. Certificado de ingresos y retenciones del año".
           DISPLAY "G. Planilla de aportes (PILA) del periodo".
           DISPLAY "K. Libro de vacaciones por empleado".
           DISPLAY "O. Prima de servicios y cesantias (liquidacion "
               "especial)".
           DISPLAY "S. Aprobar cambios de salario y datos bancarios".
           DISPLAY "Y. Presupuesto por departamento contra ejecucion".
           DISPLAY "X. Liberar la corrida retenida por la validacion".
           DISPLAY "0. Cerrar".

      * codigo para el ingreso del operador: valida usuario y clave
               DISPLAY "Ya existe un empleado con esa cedula."
               DISPLAY "Registro no guardado."
           ELSE
               MOVE Temp-departamento TO Cupo-Departamento
               PERFORM Verificar-Cupo
               PERFORM Confirmar-Sobrecupo
               IF Cupo-Autorizado = "S"
                   MOVE Nuevo-Empleado-Temp TO Empleados-registro
                   PERFORM Grabar-Alta-Empleado
               ELSE
                   DISPLAY "Registro no guardado."
               END-IF
           END-IF.
           PERFORM Reiniciar.

      * igual que la carga CSV, el empleado entra al maestro sin
      * salario ni datos bancarios; los digitados quedan como
      * solicitudes pendientes (origen ALTA) hasta que otro supervisor
      * las apruebe con la opcion S.
       Grabar-Alta-Empleado.
           MOVE Empleado-salario-basico TO Camb-Salario-Nuevo.
           MOVE Empleado-banco TO Camb-Banco-Nuevo.
           MOVE Empleado-tipo-cuenta TO Camb-Tipo-Cuenta-Nuevo.
           MOVE Empleado-numero-cuenta TO Camb-Cuenta-Nuevo.
           MOVE ZEROES TO Empleado-salario-basico.
           MOVE SPACES TO Empleado-banco.
           MOVE SPACES TO Empleado-tipo-cuenta.
           MOVE SPACES TO Empleado-numero-cuenta.
           PERFORM Abrir-archivo.
           PERFORM Escribir-registro.
           PERFORM cerrar-registro.
           IF Cupo-Excedido = "S"
               PERFORM Registrar-Sobrecupo
           END-IF.
           ACCEPT Hist-Hoy FROM DATE YYYYMMDD.
           MOVE Hist-Hoy TO Hist-Fecha-Efectiva.
           IF Empleado-fecha-ingreso NOT = ZEROES
               MOVE Empleado-fecha-ingreso TO Hist-Fecha-Efectiva
           END-IF.
           MOVE ZEROES TO Hist-Anterior.
           MOVE SPACES TO Camb-Banco-Antes.
           MOVE SPACES TO Camb-Tipo-Cuenta-Antes.
           MOVE SPACES TO Camb-Cuenta-Antes.
           MOVE "ALTA" TO Hist-Origen.
           PERFORM Grabar-Solicitud-Salario.
           IF Camb-Cuenta-Nuevo NOT = SPACES
               PERFORM Grabar-Solicitud-Cuenta
           END-IF.
           DISPLAY "Salario y datos bancarios enviados a aprobacion de"
               " otro supervisor (opcion S).".

       Verificar-Cedula-Duplicada.
           MOVE "N" TO Cedula-Duplicada.
           OPEN INPUT EMPLEADO-ARCHIVO.
           ACCEPT Empleado-numero-cuenta.
           DISPLAY fecha-ingreso.
           PERFORM Leer-Fecha-Ingreso-Valida.
           DISPLAY fondo-cesantias.
           ACCEPT Empleado-fondo-cesantias.
           PERFORM Continuar.

       Leer-Cedula-Valida.
                       MOVE "CAMBIO" TO Bit-Accion-WS
                       PERFORM Registrar-Bitacora
                   END-IF
                   IF Camb-Pide-Salario = "S"
                       PERFORM Solicitar-Cambio-Salario
                   END-IF
                   IF Camb-Pide-Cuenta = "S"
                       PERFORM Solicitar-Cambio-Cuenta
                   END-IF
           END-READ.
           CLOSE EMPLEADO-ARCHIVO.

       Pedir-Nuevos-Datos.
           DISPLAY "Empleado encontrado: " Empleado-nombre.
           MOVE "N" TO Dato-Modificado.
           MOVE "N" TO Camb-Pide-Salario.
           MOVE "N" TO Camb-Pide-Cuenta.
           MOVE Empleado-salario-basico TO Hist-Anterior.

      * el salario y los datos bancarios no se graban aqui: quedan
      * como solicitud pendiente de aprobacion (opcion S) y el
      * maestro conserva los valores actuales.
           DISPLAY "Desea actualizar el salario basico (S/N) ?".
           ACCEPT si-no.
           IF si-no = "s"
               MOVE "S" TO si-no.
           IF si-no = "S"
               MOVE Empleado-cedula TO Camb-Cedula
               MOVE "S" TO Camb-Tipo
               PERFORM Buscar-Cambio-Pendiente
               IF Camb-Hay-Pendiente = "S"
                   DISPLAY "Ya hay un cambio de salario pendiente de"
                       " aprobacion para este empleado."
               ELSE
                   DISPLAY salario-basico
                   PERFORM Leer-Salario-Valido
                   PERFORM Leer-Fecha-Efectiva
                   MOVE Empleado-salario-basico TO Banda-Salario
                   MOVE Empleado-cargo TO Banda-Cargo
                   PERFORM Avisar-Banda-Cargo
                   MOVE Empleado-salario-basico TO Camb-Salario-Nuevo
                   MOVE Hist-Anterior TO Empleado-salario-basico
                   IF Camb-Salario-Nuevo = Hist-Anterior
                       DISPLAY "El salario es igual al actual; no se"
                           " solicita cambio."
                   ELSE
                       MOVE "S" TO Camb-Pide-Salario
                   END-IF
               END-IF.

           DISPLAY "Desea actualizar departamento y cargo (S/N) ?".
           ACCEPT si-no.
           IF si-no = "s"
               MOVE "S" TO si-no.
           IF si-no = "S"
               MOVE Empleado-cedula TO Camb-Cedula
               MOVE "C" TO Camb-Tipo
               PERFORM Buscar-Cambio-Pendiente
               IF Camb-Hay-Pendiente = "S"
                   DISPLAY "Ya hay un cambio de datos bancarios"
                       " pendiente de aprobacion para este empleado."
               ELSE
                   MOVE Empleado-banco TO Camb-Banco-Antes
                   MOVE Empleado-tipo-cuenta TO Camb-Tipo-Cuenta-Antes
                   MOVE Empleado-numero-cuenta TO Camb-Cuenta-Antes
                   DISPLAY banco
                   ACCEPT Empleado-banco
                   DISPLAY tipo-cuenta
                   ACCEPT Empleado-tipo-cuenta
                   DISPLAY numero-cuenta
                   ACCEPT Empleado-numero-cuenta
                   MOVE Empleado-banco TO Camb-Banco-Nuevo
                   MOVE Empleado-tipo-cuenta TO Camb-Tipo-Cuenta-Nuevo
                   MOVE Empleado-numero-cuenta TO Camb-Cuenta-Nuevo
                   MOVE Camb-Banco-Antes TO Empleado-banco
                   MOVE Camb-Tipo-Cuenta-Antes TO Empleado-tipo-cuenta
                   MOVE Camb-Cuenta-Antes TO Empleado-numero-cuenta
                   IF Camb-Banco-Nuevo = Camb-Banco-Antes AND
                       Camb-Tipo-Cuenta-Nuevo = Camb-Tipo-Cuenta-Antes
                       AND Camb-Cuenta-Nuevo = Camb-Cuenta-Antes
                       DISPLAY "Los datos bancarios son iguales a los"
                           " actuales; no se solicita cambio."
                   ELSE
                       MOVE "S" TO Camb-Pide-Cuenta
                   END-IF
               END-IF.

           DISPLAY "Desea actualizar la fecha de ingreso (S/N) ?".
           ACCEPT si-no.
               PERFORM Leer-Fecha-Ingreso-Valida
               MOVE "S" TO Dato-Modificado.

           DISPLAY "Desea actualizar el fondo de cesantias (S/N) ?".
           ACCEPT si-no.
           IF si-no = "s"
               MOVE "S" TO si-no.
           IF si-no = "S"
               DISPLAY fondo-cesantias
               ACCEPT Empleado-fondo-cesantias
               MOVE "S" TO Dato-Modificado.

      * codigo para dar de baja (inactivar) un empleado
       Dar-de-baja-registro.
           DISPLAY "Ingrese la cedula del empleado a dar de baja".
           COMPUTE Baja-Prima ROUNDED =
               Temp-salario-basico * Baja-Dias / 360.

      * vacaciones: solo el saldo pendiente del libro de vacaciones
      * (15 dias por año de antiguedad menos los ya disfrutados o
      * compensados); el saldo pagado queda en el libro. Las
      * vacaciones capturadas que ninguna nomina alcanzo a pagar
      * salen del libro y entran al saldo, porque el retirado ya no
      * se liquida en la nomina.
           PERFORM Cargar-Vacaciones.
           PERFORM Quitar-Vacaciones-Sin-Liquidar.
           MOVE Temp-cedula TO VacM-Cedula.
           MOVE Baja-Fecha-Ingreso TO VacM-Ingreso.
           MOVE Baja-Fecha-Retiro TO VacM-Fecha-Corte.
           PERFORM Calcular-Saldo-Vacaciones.
           MOVE ZEROES TO Baja-Vacaciones.
           IF VacM-Pendientes > ZERO
               COMPUTE Baja-Vacaciones ROUNDED =
                   Temp-salario-basico * VacM-Pendientes / 30
           END-IF.

           COMPUTE Baja-Total =
               Baja-Salario-Mes + Baja-Cesantias + Baja-Intereses

           PERFORM Imprimir-Liquidacion-Definitiva.
           PERFORM Grabar-Pago-Final.
           IF VacM-Pendientes > ZERO
               PERFORM Grabar-Vacaciones-Retiro
           ELSE
               IF Vac-Quitadas NOT = ZERO
                   PERFORM Grabar-Vacaciones
               END-IF
           END-IF.

           MOVE Temp-cedula TO Audit-Cedula.
           MOVE "LIQDEF" TO Audit-Accion.
           DISPLAY "Cesantias       : " Baja-Cesantias.
           DISPLAY "Intereses       : " Baja-Intereses.
           DISPLAY "Prima           : " Baja-Prima.
           DISPLAY "Vacaciones      : " Baja-Vacaciones
               " (" VacM-Pendientes-Ed " dias pendientes)".
           DISPLAY "Total a pagar   : " Baja-Total.
           DISPLAY "Documento en LIQDEFINITIVA.TXT; el pago sale en".
           DISPLAY "la proxima dispersion (opcion D).".
                  Baja-Total      DELIMITED BY SIZE
               INTO Liqdef-Linea.
           WRITE Liqdef-Linea.
           MOVE VacM-Causados TO VacM-Causados-Ed.
           MOVE VacM-Tomados TO VacM-Tomados-Ed.
           MOVE VacM-Pendientes TO VacM-Pendientes-Ed.
           MOVE SPACES TO Liqdef-Linea.
           STRING "  DIAS DE VACACIONES: CAUSADOS " DELIMITED BY SIZE
                  VacM-Causados-Ed     DELIMITED BY SIZE
                  " TOMADOS "          DELIMITED BY SIZE
                  VacM-Tomados-Ed      DELIMITED BY SIZE
                  " PENDIENTES "       DELIMITED BY SIZE
                  VacM-Pendientes-Ed   DELIMITED BY SIZE
               INTO Liqdef-Linea.
           WRITE Liqdef-Linea.
           CLOSE LIQDEF-ARCHIVO.

       Grabar-Pago-Final.
           MOVE Baja-Total TO Pagofinal-valor.
           SET Pagofinal-pendiente TO TRUE.
           MOVE ZEROES TO Pagofinal-fecha-envio.
           MOVE Baja-Fecha-Retiro TO Pagofinal-fecha-retiro.
           MOVE Baja-Salario-Mes TO Pagofinal-salario-mes.
           MOVE Baja-Cesantias TO Pagofinal-cesantias.
           MOVE Baja-Intereses TO Pagofinal-intereses.
           MOVE Baja-Prima TO Pagofinal-prima.
           MOVE Baja-Vacaciones TO Pagofinal-vacaciones.
           SET Pagofinal-liquidacion TO TRUE.
           WRITE Pagofinal-Registro.
           CLOSE PAGOSFINALES-ARCHIVO.

       Quitar-Vacaciones-Sin-Liquidar.
           MOVE ZEROES TO Vac-Quitadas.
           MOVE ZEROES TO Vac-Encontrado-Idx.
           PERFORM VARYING Vac-i FROM 1 BY 1
               UNTIL Vac-i > Vac-Num-Entradas
               IF Vac-Cedula(Vac-i) = Temp-cedula AND
                   Vac-Estado(Vac-i) = "P"
                   ADD 1 TO Vac-Quitadas
               ELSE
                   ADD 1 TO Vac-Encontrado-Idx
                   IF Vac-Encontrado-Idx NOT = Vac-i
                       MOVE Vac-Entrada(Vac-i) TO
                           Vac-Entrada(Vac-Encontrado-Idx)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE Vac-Encontrado-Idx TO Vac-Num-Entradas.
           IF Vac-Quitadas NOT = ZERO
               DISPLAY "Vacaciones capturadas sin liquidar que se"
                   " pagan en el saldo del retiro: " Vac-Quitadas
           END-IF.

      * el saldo pagado al retiro queda en el libro como dias
      * compensados para que el empleado quede en cero.
       Grabar-Vacaciones-Retiro.
           IF Vac-Num-Entradas >= 5000
               DISPLAY "Libro de vacaciones lleno; el pago al retiro"
               DISPLAY "no quedo anotado en VACACIONES.TXT."
           ELSE
               ADD 1 TO Vac-Num-Entradas
               MOVE Temp-cedula TO Vac-Cedula(Vac-Num-Entradas)
               MOVE Baja-Fecha-Retiro(1:6) TO
                   Vac-Periodo(Vac-Num-Entradas)
               MOVE Baja-Fecha-Retiro TO
                   Vac-Fecha-Inicio(Vac-Num-Entradas)
               MOVE ZEROES TO Vac-Dias-Habiles(Vac-Num-Entradas)
               MOVE VacM-Pendientes TO
                   Vac-Dias-Compensados(Vac-Num-Entradas)
               MOVE Baja-Vacaciones TO Vac-Valor(Vac-Num-Entradas)
               MOVE "R" TO Vac-Tipo(Vac-Num-Entradas)
               MOVE "L" TO Vac-Estado(Vac-Num-Entradas)
               PERFORM Grabar-Vacaciones
           END-IF.

      * codigo para el reporte de nomina por departamento
       Reporte-Por-Departamento.
           MOVE ZEROES TO Dept-Num-Entradas.
               "  TELEFONO: " Temp-telefono.
           DISPLAY "BANCO     : " Temp-banco " " Temp-tipo-cuenta
               " " Temp-numero-cuenta.
           DISPLAY "CESANTIAS : " Temp-fondo-cesantias.

           PERFORM Consultar-Novedades-Actuales.
           PERFORM Consultar-Auditoria-Cedula.
                  ".TXT"        DELIMITED BY SIZE
               INTO Novedades-Archivo-Nombre.

      * el resultado de la liquidacion de cada periodo queda en su
      * propio LIQUIDACION-AAAAMM.TXT.
       Armar-Nombre-Liquidacion.
           MOVE SPACES TO Liquidacion-Archivo-Nombre.
           STRING "LIQUIDACION-"      DELIMITED BY SIZE
                  Liquidacion-Periodo DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO Liquidacion-Archivo-Nombre.

      * cuenta los registros del resultado de la liquidacion del
      * periodo en Liquidacion-Periodo (cero si no se ha liquidado).
       Contar-Liquidacion.
           PERFORM Armar-Nombre-Liquidacion.
           MOVE ZEROES TO Liquidacion-Registros.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT LIQUIDACION-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ LIQUIDACION-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       ADD 1 TO Liquidacion-Registros
               END-READ
           END-PERFORM
           CLOSE LIQUIDACION-ARCHIVO.

      * la cedula de una novedad debe existir en el maestro y el
      * empleado debe estar activo; el nombre se guarda para los
      * listados.
                               Nov-Encontrado-Idx
                           MOVE NovM-Cedula TO
                               Nov-Cedula(Nov-Encontrado-Idx)
                           MOVE ZEROES TO
                               Nov-Retroactivo(Nov-Encontrado-Idx)
                           PERFORM Pedir-Datos-Novedad
                           PERFORM Grabar-Novedades
                           DISPLAY "Novedad capturada para "
                   Nov-Bonificacion(Nov-Encontrado-Idx)
                   " DIAS AUSENCIA "
                   Nov-Dias-Ausencia(Nov-Encontrado-Idx)
               IF Nov-Retroactivo(Nov-Encontrado-Idx) > ZERO
                   DISPLAY "Retroactivo calculado por la liquidacion: "
                       Nov-Retroactivo(Nov-Encontrado-Idx)
               END-IF
               PERFORM Pedir-Datos-Novedad
               PERFORM Grabar-Novedades
               DISPLAY "Novedad modificada."
               MOVE Nov-Horas-Extra(Nov-i) TO Novedad-horas-extra
               MOVE Nov-Bonificacion(Nov-i) TO Novedad-bonificacion
               MOVE Nov-Dias-Ausencia(Nov-i) TO Novedad-dias-ausencia
               MOVE Nov-Retroactivo(Nov-i) TO Novedad-retroactivo
               WRITE Novedad-Registro
           END-PERFORM
           CLOSE NOVEDADES-ARCHIVO.
                               MOVE ZEROES TO
                                   Ded-Ult-Periodo(Ded-Num-Entradas)
                           END-IF
      * sin el valor aplicado (archivos anteriores) la entrada ya
      * aplicada en el periodo no se puede devolver y no se toca.
                           IF Deduccion-ult-cuota NUMERIC AND
                               Deduccion-ult-pend NUMERIC
                               MOVE Deduccion-ult-cuota TO
                                   Ded-Ult-Cuota(Ded-Num-Entradas)
                               MOVE Deduccion-ult-pend TO
                                   Ded-Ult-Pend(Ded-Num-Entradas)
                               MOVE "S" TO
                                   Ded-Ult-Valida(Ded-Num-Entradas)
                           ELSE
                               MOVE ZEROES TO
                                   Ded-Ult-Cuota(Ded-Num-Entradas)
                               MOVE ZEROES TO
                                   Ded-Ult-Pend(Ded-Num-Entradas)
                               MOVE "N" TO
                                   Ded-Ult-Valida(Ded-Num-Entradas)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               MOVE Ded-Cuotas-Pend(Ded-i) TO Deduccion-cuotas-pend
               MOVE Ded-Saldo(Ded-i) TO Deduccion-saldo
               MOVE Ded-Ult-Periodo(Ded-i) TO Deduccion-ult-periodo
               IF Ded-Ult-Valida(Ded-i) = "S"
                   MOVE Ded-Ult-Cuota(Ded-i) TO Deduccion-ult-cuota
                   MOVE Ded-Ult-Pend(Ded-i) TO Deduccion-ult-pend
               END-IF
               WRITE Deduccion-Registro
           END-PERFORM
           CLOSE DEDUCCIONES-ARCHIVO.
                               Ded-Tipo(Ded-Encontrado-Idx)
                           MOVE ZEROES TO
                               Ded-Ult-Periodo(Ded-Encontrado-Idx)
                           MOVE ZEROES TO
                               Ded-Ult-Cuota(Ded-Encontrado-Idx)
                           MOVE ZEROES TO
                               Ded-Ult-Pend(Ded-Encontrado-Idx)
                           MOVE "S" TO
                               Ded-Ult-Valida(Ded-Encontrado-Idx)
                           PERFORM Pedir-Datos-Deduccion
                           PERFORM Grabar-Deducciones
                           DISPLAY "Deduccion capturada para "
      * maestro y las novedades del periodo pedido (horas extra,
      * bonificaciones y ausencias por cedula, capturadas con la
      * opcion B), calcula devengado bruto, deducciones de
      * ley (salud 4%, pension 4% y retencion en la fuente) y neto a
      * pagar por cada empleado activo, y escribe un desprendible
      * por empleado mas un registro de totales de control en el
      * archivo NOMINA del periodo. Los mismos valores quedan por
      * empleado en LIQUIDACION-AAAAMM.TXT, que es lo que leen la
      * dispersion, el cierre y la interfaz contable.
       Liquidar-Nomina.
           IF Batch-Modo = "S" OR Corrida-En-Curso = "S"
               MOVE Batch-Periodo TO Nomina-Periodo
           PERFORM Armar-Nombre-Novedades.
           PERFORM Cargar-Novedades.
           DISPLAY "Novedades leidas del periodo: " Nov-Num-Entradas.
           PERFORM Calcular-Retroactivos.
           PERFORM Cargar-Deducciones.
           MOVE "N" TO Ded-Modificada.
           PERFORM Cargar-Vacaciones.
           MOVE "N" TO Vac-Modificada.
           PERFORM Cargar-Promedios-Vacaciones.

           MOVE ZEROES TO Liq-Contador.
           MOVE ZEROES TO Liq-Total-Vacaciones.
           MOVE ZEROES TO Liq-Total-Retroactivo.
           MOVE ZEROES TO Liq-Total-Bruto.
           MOVE ZEROES TO Liq-Total-Deducciones.
           MOVE ZEROES TO Liq-Total-Neto.
           MOVE ZEROES TO Liq-Total-Retencion.
           MOVE ZEROES TO Ret-Total-Base.
           MOVE ZEROES TO Ret-Total-Retenidos.
           PERFORM Abrir-Reporte-Retencion.

           OPEN OUTPUT NOMINA-ARCHIVO.
           MOVE SPACES TO Nomina-Linea.

           MOVE SPACES TO Nomina-Linea.
           STRING "CEDULA       NOMBRE                          "
               "BRUTO      SALUD     PENSION   RETENCION "
               "OTRAS DED  NETO"
               DELIMITED BY SIZE
               INTO Nomina-Linea.
           WRITE Nomina-Linea.

           MOVE Nomina-Periodo TO Liquidacion-Periodo.
           PERFORM Armar-Nombre-Liquidacion.
           OPEN OUTPUT LIQUIDACION-ARCHIVO.

           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT EMPLEADO-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               END-READ
           END-PERFORM
           CLOSE EMPLEADO-ARCHIVO.
           CLOSE LIQUIDACION-ARCHIVO.

           MOVE SPACES TO Nomina-Linea.
           STRING "TOTALES EMPLEADOS: "   DELIMITED BY SIZE
                  Liq-Total-Deducciones   DELIMITED BY SIZE
                  " NETO: "               DELIMITED BY SIZE
                  Liq-Total-Neto          DELIMITED BY SIZE
                  " RETENCION: "          DELIMITED BY SIZE
                  Liq-Total-Retencion     DELIMITED BY SIZE
               INTO Nomina-Linea.
           WRITE Nomina-Linea.
           CLOSE NOMINA-ARCHIVO.
           PERFORM Cerrar-Reporte-Retencion.

           IF Ded-Modificada = "S"
               PERFORM Grabar-Deducciones
           END-IF.
           IF Vac-Modificada = "S"
               PERFORM Grabar-Vacaciones
           END-IF.

           DISPLAY "Nomina liquidada en el archivo: "
               Nomina-Archivo-Nombre.
           DISPLAY "Resultados por empleado en    : "
               Liquidacion-Archivo-Nombre.
           DISPLAY "Empleados liquidados : " Liq-Contador.
           DISPLAY "Total devengado bruto: " Liq-Total-Bruto.
           DISPLAY "Total deducciones    : " Liq-Total-Deducciones.
           DISPLAY "Total retencion      : " Liq-Total-Retencion.
           DISPLAY "Total vacaciones     : " Liq-Total-Vacaciones.
           DISPLAY "Total retroactivo    : " Liq-Total-Retroactivo.
           DISPLAY "Total neto a pagar   : " Liq-Total-Neto.
           DISPLAY "Retencion por empleado en: "
               Retencion-Archivo-Nombre.

           PERFORM Anotar-Ultima-Nomina.

                               Nov-Bonificacion(Nov-Num-Entradas)
                           MOVE Novedad-dias-ausencia TO
                               Nov-Dias-Ausencia(Nov-Num-Entradas)
                           IF Novedad-retroactivo NUMERIC
                               MOVE Novedad-retroactivo TO
                                   Nov-Retroactivo(Nov-Num-Entradas)
                           ELSE
                               MOVE ZEROES TO
                                   Nov-Retroactivo(Nov-Num-Entradas)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

      * el devengado bruto del empleado (salario menos ausencias,
      * mas extras y bonificacion de las novedades cargadas) se
      * calcula aqui; el valor queda en el resultado de la
      * liquidacion y de ahi lo toman los demas procesos.
       Calcular-Bruto-Empleado.
           PERFORM Buscar-Novedad.
           COMPUTE Liq-Valor-Dia ROUNDED =
           MOVE ZEROES TO Liq-Extras.
           MOVE ZEROES TO Liq-Ausencias.
           MOVE ZEROES TO Liq-Bonificacion.
           MOVE ZEROES TO Liq-Retroactivo.
           IF Nov-Encontrado-Idx NOT = ZERO
               COMPUTE Liq-Extras ROUNDED =
                   Nov-Horas-Extra(Nov-Encontrado-Idx)
               END-IF
               MOVE Nov-Bonificacion(Nov-Encontrado-Idx) TO
                   Liq-Bonificacion
               MOVE Nov-Retroactivo(Nov-Encontrado-Idx) TO
                   Liq-Retroactivo
           END-IF.
           PERFORM Calcular-Vacaciones-Empleado.
           COMPUTE Liq-Bruto ROUNDED =
               (Empleado-salario-basico - Liq-Ausencias
               - Liq-Vac-Ajuste)
               + (Liq-Extras + Liq-Bonificacion + Liq-Vacaciones)
               + Liq-Retroactivo.

      * los dias habiles disfrutados en el periodo no se pagan como
      * salario sino como vacaciones (con el salario promedio), y
      * los compensados se pagan aparte; ninguno cuenta como
      * ausencia. Cada registro del libro queda con su valor pagado.
       Calcular-Vacaciones-Empleado.
           MOVE ZEROES TO Liq-Vac-Habiles.
           MOVE ZEROES TO Liq-Vac-Compensados.
           MOVE ZEROES TO Liq-Vac-Ajuste.
           MOVE ZEROES TO Liq-Vacaciones.
           PERFORM VARYING Vac-i FROM 1 BY 1
               UNTIL Vac-i > Vac-Num-Entradas
               IF Vac-Cedula(Vac-i) = Empleado-cedula AND
                   Vac-Periodo(Vac-i) = Nomina-Periodo AND
                   Vac-Tipo(Vac-i) = "D"
                   ADD Vac-Dias-Habiles(Vac-i) TO Liq-Vac-Habiles
                   ADD Vac-Dias-Compensados(Vac-i) TO
                       Liq-Vac-Compensados
               END-IF
           END-PERFORM.
           IF Liq-Vac-Habiles > ZERO OR Liq-Vac-Compensados > ZERO
               PERFORM Calcular-Promedio-Dia-Vacaciones
               COMPUTE Liq-Vac-Ajuste ROUNDED =
                   Liq-Vac-Habiles * Liq-Valor-Dia
               IF Liq-Vac-Ajuste + Liq-Ausencias >
                   Empleado-salario-basico
                   COMPUTE Liq-Vac-Ajuste =
                       Empleado-salario-basico - Liq-Ausencias
               END-IF
               PERFORM VARYING Vac-i FROM 1 BY 1
                   UNTIL Vac-i > Vac-Num-Entradas
                   IF Vac-Cedula(Vac-i) = Empleado-cedula AND
                       Vac-Periodo(Vac-i) = Nomina-Periodo AND
                       Vac-Tipo(Vac-i) = "D"
                       COMPUTE Vac-Valor(Vac-i) ROUNDED =
                           (Vac-Dias-Habiles(Vac-i)
                           + Vac-Dias-Compensados(Vac-i))
                           * Liq-Vac-Dia-Prom
                       ADD Vac-Valor(Vac-i) TO Liq-Vacaciones
                       MOVE "L" TO Vac-Estado(Vac-i)
                       MOVE "S" TO Vac-Modificada
                   END-IF
               END-PERFORM
           END-IF.

      * el dia de vacaciones se paga con el promedio de lo devengado
      * en los ultimos doce periodos liquidados (sin las vacaciones
      * pagadas en ellos), pero nunca por debajo del salario basico
      * vigente, para no castigar al que recibio un aumento.
       Calcular-Promedio-Dia-Vacaciones.
           MOVE Liq-Valor-Dia TO Liq-Vac-Dia-Prom.
           MOVE ZEROES TO VacP-Idx.
           PERFORM VARYING VacP-i FROM 1 BY 1
               UNTIL VacP-i > VacP-Num
               IF VacP-Cedula(VacP-i) = Empleado-cedula
                   MOVE VacP-i TO VacP-Idx
               END-IF
           END-PERFORM.
           IF VacP-Idx NOT = ZERO
               IF VacP-Meses(VacP-Idx) > ZERO
                   IF VacP-Suma(VacP-Idx) / VacP-Meses(VacP-Idx)
                       / Par-Dias-Mes > Liq-Valor-Dia
                       COMPUTE Liq-Vac-Dia-Prom ROUNDED =
                           VacP-Suma(VacP-Idx) / VacP-Meses(VacP-Idx)
                           / Par-Dias-Mes
                   END-IF
               END-IF
           END-IF.

       Liquidar-Empleado.
           PERFORM Calcular-Bruto-Empleado.
           COMPUTE Liq-Salud ROUNDED = Liq-Bruto * Par-Salud-Pct.
           COMPUTE Liq-Pension ROUNDED = Liq-Bruto * Par-Pension-Pct.
           COMPUTE Liq-Neto = Liq-Bruto - Liq-Salud - Liq-Pension.
           PERFORM Calcular-Retencion-Empleado.
           SUBTRACT Liq-Retencion FROM Liq-Neto.

           MOVE ZEROES TO Liq-Otras-Deduc.
           MOVE ZEROES TO Liq-Ded-Prestamo.
           MOVE ZEROES TO Liq-Ded-Embargo.
           MOVE ZEROES TO Liq-Ded-Anticipo.
           MOVE ZEROES TO Liq-Det-Num.
           IF Liq-Vacaciones > ZERO OR Liq-Vac-Ajuste > ZERO
               PERFORM Anotar-Vacaciones-Desprendible
           END-IF.
           IF Liq-Retroactivo > ZERO
               ADD 1 TO Liq-Det-Num
               MOVE SPACES TO Liq-Det-Linea(Liq-Det-Num)
               STRING "             RETROACTIVO DE SALARIO "
                                        DELIMITED BY SIZE
                      Liq-Retroactivo   DELIMITED BY SIZE
                      " (VER RETROACTIVO-" DELIMITED BY SIZE
                      Nomina-Periodo    DELIMITED BY SIZE
                      ".TXT)"           DELIMITED BY SIZE
                   INTO Liq-Det-Linea(Liq-Det-Num)
           END-IF.
           PERFORM Aplicar-Deducciones-Empleado.

           ADD 1 TO Liq-Contador.
           ADD Liq-Bruto TO Liq-Total-Bruto.
           ADD Liq-Salud TO Liq-Total-Deducciones.
           ADD Liq-Pension TO Liq-Total-Deducciones.
           ADD Liq-Retencion TO Liq-Total-Deducciones.
           ADD Liq-Retencion TO Liq-Total-Retencion.
           ADD Liq-Otras-Deduc TO Liq-Total-Deducciones.
           ADD Liq-Vacaciones TO Liq-Total-Vacaciones.
           ADD Liq-Retroactivo TO Liq-Total-Retroactivo.
           ADD Liq-Neto TO Liq-Total-Neto.

           MOVE SPACES TO Nomina-Linea.
                  "  "            DELIMITED BY SIZE
                  Liq-Pension     DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  Liq-Retencion   DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  Liq-Otras-Deduc DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  Liq-Neto        DELIMITED BY SIZE
               WRITE Nomina-Linea
           END-PERFORM.

           PERFORM Grabar-Resultado-Empleado.
           PERFORM Escribir-Linea-Retencion.

      * linea propia de vacaciones en el desprendible, antes de las
      * deducciones de la libreta.
       Anotar-Vacaciones-Desprendible.
           MOVE Liq-Vac-Habiles TO VacM-Dias-Ed.
           MOVE Liq-Vac-Compensados TO VacM-Dias-Ed2.
           ADD 1 TO Liq-Det-Num.
           MOVE SPACES TO Liq-Det-Linea(Liq-Det-Num).
           STRING "             VACACIONES DIAS "
                                        DELIMITED BY SIZE
                  VacM-Dias-Ed          DELIMITED BY SIZE
                  " COMPENSADOS "       DELIMITED BY SIZE
                  VacM-Dias-Ed2         DELIMITED BY SIZE
                  " VALOR "             DELIMITED BY SIZE
                  Liq-Vacaciones        DELIMITED BY SIZE
                  " MENOS SALARIO "     DELIMITED BY SIZE
                  Liq-Vac-Ajuste        DELIMITED BY SIZE
               INTO Liq-Det-Linea(Liq-Det-Num).

      * el mismo calculo del desprendible queda como registro fijo en
      * LIQUIDACION-AAAAMM.TXT para los procesos que pagan, cierran y
      * contabilizan el periodo.
       Grabar-Resultado-Empleado.
           MOVE SPACES TO Liqres-Registro.
           MOVE Nomina-Periodo TO Liqres-periodo.
           MOVE Empleado-cedula TO Liqres-cedula.
           MOVE Empleado-departamento TO Liqres-departamento.
           MOVE Empleado-salario-basico TO Liqres-salario-basico.
           MOVE ZEROES TO Liqres-horas-extra.
           MOVE ZEROES TO Liqres-dias-ausencia.
           IF Nov-Encontrado-Idx NOT = ZERO
               MOVE Nov-Horas-Extra(Nov-Encontrado-Idx) TO
                   Liqres-horas-extra
               MOVE Nov-Dias-Ausencia(Nov-Encontrado-Idx) TO
                   Liqres-dias-ausencia
           END-IF.
           MOVE Liq-Extras TO Liqres-extras.
           MOVE Liq-Ausencias TO Liqres-ausencias.
           MOVE Liq-Bonificacion TO Liqres-bonificacion.
           MOVE Liq-Bruto TO Liqres-bruto.
           MOVE Liq-Salud TO Liqres-salud.
           MOVE Liq-Pension TO Liqres-pension.
           MOVE Liq-Ded-Prestamo TO Liqres-ded-prestamo.
           MOVE Liq-Ded-Embargo TO Liqres-ded-embargo.
           MOVE Liq-Ded-Anticipo TO Liqres-ded-anticipo.
           MOVE Liq-Neto TO Liqres-neto.
           MOVE Liq-Retencion TO Liqres-retencion.
           MOVE Liq-Vac-Habiles TO Liqres-vac-dias.
           MOVE Liq-Vac-Compensados TO Liqres-vac-compensados.
           MOVE Liq-Vac-Ajuste TO Liqres-vac-ajuste.
           MOVE Liq-Vacaciones TO Liqres-vacaciones.
           MOVE Liq-Retroactivo TO Liqres-retroactivo.
           WRITE Liqres-Registro.

      * retencion en la fuente por el procedimiento 1: al ingreso
      * neto de salud y pension obligatorias se le resta la renta
      * exenta (25%, con su tope anual en UVT llevado al mes y sin
      * pasar el limite global del 40%); la base se pasa a UVT, se
      * ubica el tramo de la tabla y el impuesto en UVT (excedente
      * sobre el limite inferior por la tarifa marginal, mas las
      * UVT fijas del tramo) se pasa a pesos redondeado al mil.
       Calcular-Retencion-Empleado.
           MOVE ZEROES TO Liq-Retencion.
           MOVE ZEROES TO Ret-Base-Uvt.
           MOVE 1 TO Ret-Tramo-Idx.
           COMPUTE Ret-No-Constitutivo = Liq-Salud + Liq-Pension.
           COMPUTE Ret-Ingreso-Neto = Liq-Bruto - Ret-No-Constitutivo.
           COMPUTE Ret-Exenta ROUNDED =
               Ret-Ingreso-Neto * Par-Ret-Exenta-Pct.
           COMPUTE Ret-Tope ROUNDED =
               Par-Ret-Tope-Exenta * Par-Uvt / 12.
           IF Ret-Exenta > Ret-Tope
               MOVE Ret-Tope TO Ret-Exenta
           END-IF.
           COMPUTE Ret-Tope ROUNDED =
               Ret-Ingreso-Neto * Par-Ret-Limite-Pct.
           IF Ret-Exenta > Ret-Tope
               MOVE Ret-Tope TO Ret-Exenta
           END-IF.
           COMPUTE Ret-Tope ROUNDED =
               Par-Ret-Tope-Limite * Par-Uvt / 12.
           IF Ret-Exenta > Ret-Tope
               MOVE Ret-Tope TO Ret-Exenta
           END-IF.
           COMPUTE Ret-Base = Ret-Ingreso-Neto - Ret-Exenta.
           IF Par-Uvt NOT = ZERO
               COMPUTE Ret-Base-Uvt ROUNDED = Ret-Base / Par-Uvt
               PERFORM VARYING Par-Ret-i FROM 2 BY 1
                   UNTIL Par-Ret-i > 7
                   IF Par-Ret-Desde(Par-Ret-i) NOT = ZERO AND
                       Ret-Base-Uvt > Par-Ret-Desde(Par-Ret-i)
                       MOVE Par-Ret-i TO Ret-Tramo-Idx
                   END-IF
               END-PERFORM
           END-IF.
           IF Par-Ret-Tarifa(Ret-Tramo-Idx) NOT = ZERO
               COMPUTE Ret-Impuesto-Uvt ROUNDED =
                   (Ret-Base-Uvt - Par-Ret-Desde(Ret-Tramo-Idx))
                   * Par-Ret-Tarifa(Ret-Tramo-Idx)
                   + Par-Ret-Fijas(Ret-Tramo-Idx)
               COMPUTE Ret-Miles ROUNDED =
                   Ret-Impuesto-Uvt * Par-Uvt / 1000
               COMPUTE Liq-Retencion = Ret-Miles * 1000
           END-IF.
           IF Liq-Retencion > Ret-Ingreso-Neto
               MOVE Ret-Ingreso-Neto TO Liq-Retencion
           END-IF.

      * RETENCION-AAAAMM.TXT: una linea por empleado liquidado con
      * la depuracion de la base y la tarifa aplicada, y los totales
      * para la declaracion mensual de retenciones.
       Abrir-Reporte-Retencion.
           MOVE SPACES TO Retencion-Archivo-Nombre.
           STRING "RETENCION-"   DELIMITED BY SIZE
                  Nomina-Periodo DELIMITED BY SIZE
                  ".TXT"         DELIMITED BY SIZE
               INTO Retencion-Archivo-Nombre.
           OPEN OUTPUT RETENCION-ARCHIVO.
           MOVE SPACES TO Retencion-Linea.
           STRING "RETENCION EN LA FUENTE (PROCEDIMIENTO 1) PERIODO "
               DELIMITED BY SIZE
                  Nomina-Periodo DELIMITED BY SIZE
               INTO Retencion-Linea.
           WRITE Retencion-Linea.
           MOVE SPACES TO Retencion-Linea.
           STRING "EMPRESA "     DELIMITED BY SIZE
                  Empresa-Nombre DELIMITED BY SIZE
                  " NIT "        DELIMITED BY SIZE
                  Empresa-Nit    DELIMITED BY SIZE
                  " UVT "        DELIMITED BY SIZE
                  Par-Uvt        DELIMITED BY SIZE
               INTO Retencion-Linea.
           WRITE Retencion-Linea.
           MOVE SPACES TO Retencion-Linea.
           STRING "CEDULA       NOMBRE                          "
               "BRUTO     SALUD+PEN EXENTA    BASE      "
               "BASE UVT  TARIFA RETENCION"
               DELIMITED BY SIZE
               INTO Retencion-Linea.
           WRITE Retencion-Linea.

       Escribir-Linea-Retencion.
           MOVE Ret-Base-Uvt TO Ret-Base-Uvt-Ed.
           MOVE Par-Ret-Tarifa(Ret-Tramo-Idx) TO Par-Pct-Ed.
           MOVE SPACES TO Retencion-Linea.
           STRING Empleado-cedula     DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  Empleado-nombre     DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  Liq-Bruto           DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  Ret-No-Constitutivo DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  Ret-Exenta          DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  Ret-Base            DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  Ret-Base-Uvt-Ed     DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  Par-Pct-Ed          DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  Liq-Retencion       DELIMITED BY SIZE
               INTO Retencion-Linea.
           WRITE Retencion-Linea.
           ADD Ret-Base TO Ret-Total-Base.
           IF Liq-Retencion NOT = ZERO
               ADD 1 TO Ret-Total-Retenidos
           END-IF.

       Cerrar-Reporte-Retencion.
           MOVE SPACES TO Retencion-Linea.
           STRING "TOTALES EMPLEADOS: "  DELIMITED BY SIZE
                  Liq-Contador           DELIMITED BY SIZE
                  " CON RETENCION: "     DELIMITED BY SIZE
                  Ret-Total-Retenidos    DELIMITED BY SIZE
                  " BASE: "              DELIMITED BY SIZE
                  Ret-Total-Base         DELIMITED BY SIZE
                  " RETENIDO: "          DELIMITED BY SIZE
                  Liq-Total-Retencion    DELIMITED BY SIZE
               INTO Retencion-Linea.
           WRITE Retencion-Linea.
           CLOSE RETENCION-ARCHIVO.

      * aplica las cuotas vigentes de la libreta despues de salud y
      * pension: la cuota entra completa mientras el neto no baje
      * del piso legal (50% del devengado); si no alcanza se aplica
      * parcial hasta el piso y el resto queda en el saldo. El saldo
      * baja con lo aplicado y la entrada deja de aplicarse sola
      * cuando el saldo llega a cero. Una entrada ya aplicada en el
      * periodo primero se devuelve (saldo y cuotas pendientes como
      * estaban antes) y se aplica de nuevo, asi re-liquidar el mismo
      * periodo (o reprocesarlo con la corrida) vuelve a descontar la
      * cuota sin cobrarla dos veces.
      * Cada cuota aplicada queda como linea del desprendible en el
      * archivo NOMINA del periodo.
       Aplicar-Deducciones-Empleado.
           COMPUTE Liq-Piso ROUNDED = Liq-Bruto * 0.50.
           PERFORM VARYING Ded-i FROM 1 BY 1
               UNTIL Ded-i > Ded-Num-Entradas
               IF Ded-Cedula(Ded-i) = Empleado-cedula AND
                   Ded-Ult-Periodo(Ded-i) = Nomina-Periodo AND
                   Ded-Ult-Valida(Ded-i) = "S"
                   PERFORM Devolver-Una-Deduccion
               END-IF
               IF Ded-Cedula(Ded-i) = Empleado-cedula AND
                   Ded-Saldo(Ded-i) > ZERO AND
                   Ded-Ult-Periodo(Ded-i) NOT = Nomina-Periodo
               END-IF
           END-PERFORM.

       Devolver-Una-Deduccion.
           ADD Ded-Ult-Cuota(Ded-i) TO Ded-Saldo(Ded-i).
           MOVE Ded-Ult-Pend(Ded-i) TO Ded-Cuotas-Pend(Ded-i).
           MOVE ZEROES TO Ded-Ult-Cuota(Ded-i).
           MOVE ZEROES TO Ded-Ult-Periodo(Ded-i).
           MOVE "S" TO Ded-Modificada.

       Aplicar-Una-Deduccion.
           MOVE Ded-Cuota(Ded-i) TO Liq-Cuota-Aplicada.
           IF Ded-Saldo(Ded-i) < Liq-Cuota-Aplicada
               MOVE Liq-Margen TO Liq-Cuota-Aplicada
           END-IF.
           IF Liq-Cuota-Aplicada > ZERO
               MOVE Ded-Cuotas-Pend(Ded-i) TO Ded-Ult-Pend(Ded-i)
               MOVE Liq-Cuota-Aplicada TO Ded-Ult-Cuota(Ded-i)
               MOVE "S" TO Ded-Ult-Valida(Ded-i)
               SUBTRACT Liq-Cuota-Aplicada FROM Liq-Neto
               SUBTRACT Liq-Cuota-Aplicada FROM Ded-Saldo(Ded-i)
               ADD Liq-Cuota-Aplicada TO Liq-Otras-Deduc
               EVALUATE Ded-Tipo(Ded-i)
                   WHEN "PR"
                       ADD Liq-Cuota-Aplicada TO Liq-Ded-Prestamo
                   WHEN "EM"
                       ADD Liq-Cuota-Aplicada TO Liq-Ded-Embargo
                   WHEN OTHER
                       ADD Liq-Cuota-Aplicada TO Liq-Ded-Anticipo
               END-EVALUATE
               IF Ded-Cuotas-Pend(Ded-i) > ZERO
                   SUBTRACT 1 FROM Ded-Cuotas-Pend(Ded-i)
               END-IF

      * codigo para la interfaz contable del periodo: despues de
      * liquidar la nomina (opcion N), esta opcion calcula sobre el
      * devengado liquidado de cada empleado (LIQUIDACION-AAAAMM.TXT)
      * los aportes patronales
      * (salud, pension, ARL, caja de compensacion) y las provisiones
      * (cesantias, intereses, prima, vacaciones), los resume por
      * departamento y graba CONTABLE-AAAAMM.TXT con un debito
                  ".TXT"        DELIMITED BY SIZE
               INTO Contable-Archivo-Nombre.

      * el devengado de cada empleado sale del resultado de la
      * liquidacion del periodo (opcion N), para que la interfaz
      * cuadre contra el archivo NOMINA del mismo periodo aunque el
      * maestro haya cambiado despues de liquidar.
           MOVE ZEROES TO ContD-Num.
           INITIALIZE Cont-Dept-Tabla.
           MOVE ZEROES TO Cont-Total-Devengado.

           MOVE Cont-Periodo TO Liquidacion-Periodo.
           PERFORM Armar-Nombre-Liquidacion.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT LIQUIDACION-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ LIQUIDACION-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       PERFORM Cont-Acumular-Departamento
               END-READ
           END-PERFORM
           CLOSE LIQUIDACION-ARCHIVO.

           IF ContD-Num = ZERO
               DISPLAY "El periodo no tiene liquidacion en "
                   Liquidacion-Archivo-Nombre
               DISPLAY "liquide primero con la opcion N; no se"
               DISPLAY "genera la interfaz contable."
           ELSE
               PERFORM Escribir-Interfaz-Contable
           END-IF.
           MOVE ZEROES TO ContD-Idx.
           PERFORM VARYING Dept-i FROM 1 BY 1
               UNTIL Dept-i > ContD-Num
               IF ContD-Nombre(Dept-i) = Liqres-departamento
                   MOVE Dept-i TO ContD-Idx
               END-IF
           END-PERFORM.
                   DISPLAY "departamentos."
               ELSE
                   ADD 1 TO ContD-Num
                   MOVE Liqres-departamento TO
                       ContD-Nombre(ContD-Num)
                   MOVE ContD-Num TO ContD-Idx
               END-IF
           END-IF.
           IF ContD-Idx NOT = ZERO
               ADD 1 TO ContD-Cant(ContD-Idx)
               ADD Liqres-bruto TO ContD-Devengado(ContD-Idx)
               ADD Liqres-bruto TO Cont-Total-Devengado
           END-IF.

       Escribir-Interfaz-Contable.
               INTO Rescontable-Linea.
           WRITE Rescontable-Linea.

      * codigo para el certificado de ingresos y retenciones del año
      * gravable: arma una entrada por cada cedula del maestro
      * (incluidos los inactivos que trabajaron parte del año),
      * acumula los doce LIQUIDACION-AAAAMM.TXT del año (salarios,
      * extras y bonificaciones, salud, pension y retencion) y los
      * pagos de las liquidaciones definitivas con retiro en el año
      * (PAGOSFINALES.TXT), y escribe un certificado por empleado con
      * ingresos en CERTIFICADOS-AAAA.TXT. El resumen de control
      * RESUMEN-CERTIFICADOS-AAAA.TXT lista los totales de cada mes
      * contra la linea de totales del NOMINA-AAAAMM.TXT respectivo
      * y cuadra la suma de los certificados contra la de las
      * nominas mas los pagos finales.
       Certificado-Ingresos.
           IF Batch-Modo = "S"
               MOVE Batch-Periodo(1:4) TO Cert-Ano
           ELSE
               DISPLAY "Ingrese el año gravable (AAAA)"
               ACCEPT Cert-Ano
           END-IF.
           IF Cert-Ano NOT NUMERIC OR Cert-Ano = ZERO
               DISPLAY "Año invalido; certificados cancelados."
           ELSE
               PERFORM Certificado-Ingresos-Ano
           END-IF.

       Certificado-Ingresos-Ano.
           MOVE ZEROES TO Cert-Num.
           MOVE ZEROES TO CertT-Sin-Maestro.
           INITIALIZE Cert-Mes-Tabla.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT EMPLEADO-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ EMPLEADO-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       MOVE Empleado-cedula TO Cert-Buscar-Cedula
                       PERFORM Cert-Agregar-Entrada
                       IF Cert-Idx NOT = ZERO
                           MOVE Empleado-nombre TO
                               Cert-Nombre(Cert-Idx)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLEADO-ARCHIVO.

           PERFORM Cert-Acumular-Mes
               VARYING Cert-Mes-i FROM 1 BY 1
               UNTIL Cert-Mes-i > 12.
           PERFORM Cert-Acumular-Pagos-Finales.
           PERFORM Cert-Acumular-Cesantias.
           PERFORM Escribir-Certificados.
           PERFORM Escribir-Resumen-Certificados.

           MOVE Cert-Ano TO Audit-Cedula.
           MOVE "CERTIFICA" TO Audit-Accion.
           PERFORM Registrar-Auditoria.

           DISPLAY "Certificados del año " Cert-Ano " en "
               Certificado-Archivo-Nombre.
           DISPLAY "Certificados emitidos : " CertT-Emitidos.
           DISPLAY "Total ingresos        : " CertT-Ingresos.
           DISPLAY "Total retencion       : " CertT-Retencion.
           DISPLAY "Resumen de control en " Rescertif-Archivo-Nombre.

      * busca la cedula de Cert-Buscar-Cedula en la tabla y la agrega
      * si no esta; Cert-Idx queda en cero si la tabla se lleno.
       Cert-Agregar-Entrada.
           MOVE ZEROES TO Cert-Idx.
           PERFORM VARYING Cert-i FROM 1 BY 1
               UNTIL Cert-i > Cert-Num OR Cert-Idx NOT = ZERO
               IF Cert-Cedula(Cert-i) = Cert-Buscar-Cedula
                   MOVE Cert-i TO Cert-Idx
               END-IF
           END-PERFORM.
           IF Cert-Idx = ZERO
               IF Cert-Num >= 5000
                   DISPLAY "Aviso: mas de 5000 cedulas; la cedula "
                       Cert-Buscar-Cedula " queda sin certificado."
               ELSE
                   ADD 1 TO Cert-Num
                   INITIALIZE Cert-Entrada(Cert-Num)
                   MOVE Cert-Buscar-Cedula TO Cert-Cedula(Cert-Num)
                   MOVE Cert-Num TO Cert-Idx
               END-IF
           END-IF.

       Cert-Acumular-Mes.
           COMPUTE Liquidacion-Periodo = Cert-Ano * 100 + Cert-Mes-i.
           PERFORM Armar-Nombre-Liquidacion.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT LIQUIDACION-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ LIQUIDACION-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       PERFORM Normalizar-Resultado
                       PERFORM Cert-Acumular-Resultado
               END-READ
           END-PERFORM
           CLOSE LIQUIDACION-ARCHIVO.
           PERFORM Cert-Leer-Totales-Nomina.

      * lo que no es extra, bonificacion ni vacaciones dentro del
      * bruto se certifica como salario, asi la suma de los conceptos
      * del certificado es exactamente el bruto liquidado; las
      * vacaciones van con las prestaciones.
       Cert-Acumular-Resultado.
           MOVE Liqres-cedula TO Cert-Buscar-Cedula.
           MOVE Cert-Num TO Cert-Num-Antes.
           PERFORM Cert-Agregar-Entrada.
           IF Cert-Num > Cert-Num-Antes
               ADD 1 TO CertT-Sin-Maestro
           END-IF.
           ADD 1 TO CertM-Empleados(Cert-Mes-i).
           ADD Liqres-bruto TO CertM-Bruto(Cert-Mes-i).
           ADD Liqres-salud TO CertM-Salud(Cert-Mes-i).
           ADD Liqres-pension TO CertM-Pension(Cert-Mes-i).
           ADD Liqres-retencion TO CertM-Retencion(Cert-Mes-i).
           IF Cert-Idx NOT = ZERO
               COMPUTE Cert-Extras-Mes ROUNDED =
                   Liqres-extras + Liqres-bonificacion
               IF Cert-Extras-Mes + Liqres-vacaciones > Liqres-bruto
                   COMPUTE Cert-Extras-Mes =
                       Liqres-bruto - Liqres-vacaciones
               END-IF
               ADD 1 TO Cert-Meses(Cert-Idx)
               ADD Cert-Extras-Mes TO Cert-Extras-Bonif(Cert-Idx)
               ADD Liqres-vacaciones TO Cert-Prestaciones(Cert-Idx)
               COMPUTE Cert-Salarios(Cert-Idx) =
                   Cert-Salarios(Cert-Idx) + Liqres-bruto
                   - Cert-Extras-Mes - Liqres-vacaciones
               ADD Liqres-salud TO Cert-Salud(Cert-Idx)
               ADD Liqres-pension TO Cert-Pension(Cert-Idx)
               ADD Liqres-retencion TO Cert-Retencion(Cert-Idx)
           END-IF.

      * la linea TOTALES del NOMINA-AAAAMM.TXT trae el bruto del mes
      * en las posiciones 33 a 43; el resumen lo pone al lado del
      * bruto acumulado de los resultados para cuadrarlos.
       Cert-Leer-Totales-Nomina.
           MOVE "N" TO CertM-Hay-Nomina(Cert-Mes-i).
           MOVE SPACES TO Nomina-Archivo-Nombre.
           STRING "NOMINA-"           DELIMITED BY SIZE
                  Liquidacion-Periodo DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO Nomina-Archivo-Nombre.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT NOMINA-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ NOMINA-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       IF Nomina-Linea(1:19) = "TOTALES EMPLEADOS: "
                           AND Nomina-Linea(33:11) NUMERIC
                           MOVE "S" TO CertM-Hay-Nomina(Cert-Mes-i)
                           MOVE Nomina-Linea(33:11) TO
                               CertM-Nomina-Bruto(Cert-Mes-i)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOMINA-ARCHIVO.

      * las liquidaciones definitivas con retiro en el año entran
      * con su desglose: el salario del mes como salario, prima y
      * vacaciones como prestaciones, cesantias e intereses aparte.
      * Los pagos grabados antes del desglose no traen la fecha de
      * retiro; esos se toman por la fecha de envio a la dispersion y
      * su valor completo va a prestaciones.
       Cert-Acumular-Pagos-Finales.
           MOVE ZEROES TO CertT-Pagos-Finales.
           MOVE ZEROES TO CertT-Pagos-Cant.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT PAGOSFINALES-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ PAGOSFINALES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       PERFORM Cert-Acumular-Un-Pago
               END-READ
           END-PERFORM
           CLOSE PAGOSFINALES-ARCHIVO.

       Cert-Acumular-Un-Pago.
           IF Pagofinal-detalle NUMERIC AND
               Pagofinal-fecha-retiro NOT = ZERO
               IF Pagofinal-fecha-retiro(1:4) = Cert-Ano
                   MOVE Pagofinal-cedula TO Cert-Buscar-Cedula
                   PERFORM Cert-Agregar-Entrada
                   ADD 1 TO CertT-Pagos-Cant
                   ADD Pagofinal-valor TO CertT-Pagos-Finales
                   IF Cert-Idx NOT = ZERO
                       ADD Pagofinal-salario-mes TO
                           Cert-Salarios(Cert-Idx)
                       ADD Pagofinal-prima TO
                           Cert-Prestaciones(Cert-Idx)
                       ADD Pagofinal-vacaciones TO
                           Cert-Prestaciones(Cert-Idx)
                       ADD Pagofinal-cesantias TO
                           Cert-Cesantias(Cert-Idx)
                       ADD Pagofinal-intereses TO
                           Cert-Cesantias(Cert-Idx)
                   END-IF
               END-IF
           ELSE
               IF Pagofinal-enviado AND
                   Pagofinal-fecha-envio NUMERIC AND
                   Pagofinal-fecha-envio(1:4) = Cert-Ano
                   MOVE Pagofinal-cedula TO Cert-Buscar-Cedula
                   PERFORM Cert-Agregar-Entrada
                   ADD 1 TO CertT-Pagos-Cant
                   ADD Pagofinal-valor TO CertT-Pagos-Finales
                   IF Cert-Idx NOT = ZERO
                       ADD Pagofinal-valor TO
                           Cert-Prestaciones(Cert-Idx)
                   END-IF
               END-IF
           END-IF.

      * las cesantias del año consignadas a los fondos (registros 03
      * de CESANTIAS-AAAA.TXT, opcion O) no pasan por la dispersion.
       Cert-Acumular-Cesantias.
           MOVE ZEROES TO CertT-Consignado.
           MOVE ZEROES TO CertT-Consig-Cant.
           MOVE SPACES TO Cesantias-Archivo-Nombre.
           STRING "CESANTIAS-" DELIMITED BY SIZE
                  Cert-Ano     DELIMITED BY SIZE
                  ".TXT"       DELIMITED BY SIZE
               INTO Cesantias-Archivo-Nombre.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT CESANTIAS-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ CESANTIAS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       IF Cesdet-tipo = "03" AND
                           Cesdet-cesantias NUMERIC
                           MOVE Cesdet-cedula TO Cert-Buscar-Cedula
                           PERFORM Cert-Agregar-Entrada
                           ADD 1 TO CertT-Consig-Cant
                           ADD Cesdet-cesantias TO CertT-Consignado
                           IF Cert-Idx NOT = ZERO
                               ADD Cesdet-cesantias TO
                                   Cert-Cesantias(Cert-Idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CESANTIAS-ARCHIVO.

       Escribir-Certificados.
           MOVE ZEROES TO CertT-Emitidos.
           MOVE ZEROES TO CertT-Ingresos.
           MOVE ZEROES TO CertT-Salud.
           MOVE ZEROES TO CertT-Pension.
           MOVE ZEROES TO CertT-Retencion.
           MOVE SPACES TO Certificado-Archivo-Nombre.
           STRING "CERTIFICADOS-" DELIMITED BY SIZE
                  Cert-Ano        DELIMITED BY SIZE
                  ".TXT"          DELIMITED BY SIZE
               INTO Certificado-Archivo-Nombre.
           OPEN OUTPUT CERTIFICADOS-ARCHIVO.
           PERFORM Escribir-Un-Certificado
               VARYING Cert-i FROM 1 BY 1
               UNTIL Cert-i > Cert-Num.
           CLOSE CERTIFICADOS-ARCHIVO.

      * un certificado por cedula con ingresos en el año; las
      * cedulas sin ningun pago en el año no generan certificado.
       Escribir-Un-Certificado.
           COMPUTE Cert-Total-Ingresos =
               Cert-Salarios(Cert-i) + Cert-Extras-Bonif(Cert-i)
               + Cert-Prestaciones(Cert-i) + Cert-Cesantias(Cert-i).
           IF Cert-Total-Ingresos NOT = ZERO
               ADD 1 TO CertT-Emitidos
               ADD Cert-Total-Ingresos TO CertT-Ingresos
               ADD Cert-Salud(Cert-i) TO CertT-Salud
               ADD Cert-Pension(Cert-i) TO CertT-Pension
               ADD Cert-Retencion(Cert-i) TO CertT-Retencion
               PERFORM Escribir-Cuerpo-Certificado
           END-IF.

       Escribir-Cuerpo-Certificado.
           MOVE ALL "=" TO Certificado-Linea.
           WRITE Certificado-Linea.
           MOVE SPACES TO Certificado-Linea.
           STRING "CERTIFICADO DE INGRESOS Y RETENCIONES POR RENTAS "
               "DE TRABAJO - AÑO GRAVABLE " DELIMITED BY SIZE
                  Cert-Ano                  DELIMITED BY SIZE
               INTO Certificado-Linea.
           WRITE Certificado-Linea.
           MOVE SPACES TO Certificado-Linea.
           STRING "RETENEDOR: "  DELIMITED BY SIZE
                  Empresa-Nombre DELIMITED BY SIZE
                  " NIT: "       DELIMITED BY SIZE
                  Empresa-Nit    DELIMITED BY SIZE
               INTO Certificado-Linea.
           WRITE Certificado-Linea.
           MOVE SPACES TO Certificado-Linea.
           STRING "TRABAJADOR: CEDULA "  DELIMITED BY SIZE
                  Cert-Cedula(Cert-i)    DELIMITED BY SIZE
                  " NOMBRE "             DELIMITED BY SIZE
                  Cert-Nombre(Cert-i)    DELIMITED BY SIZE
                  " MESES LIQUIDADOS "   DELIMITED BY SIZE
                  Cert-Meses(Cert-i)     DELIMITED BY SIZE
               INTO Certificado-Linea.
           WRITE Certificado-Linea.
           MOVE SPACES TO Certificado-Linea.
           WRITE Certificado-Linea.
           MOVE SPACES TO Certificado-Linea.
           STRING "  PAGOS POR SALARIOS                          "
               DELIMITED BY SIZE
                  Cert-Salarios(Cert-i) DELIMITED BY SIZE
               INTO Certificado-Linea.
           WRITE Certificado-Linea.
           MOVE SPACES TO Certificado-Linea.
           STRING "  HORAS EXTRA Y BONIFICACIONES                "
               DELIMITED BY SIZE
                  Cert-Extras-Bonif(Cert-i) DELIMITED BY SIZE
               INTO Certificado-Linea.
           WRITE Certificado-Linea.
           MOVE SPACES TO Certificado-Linea.
           STRING "  PRESTACIONES SOCIALES Y OTROS PAGOS         "
               DELIMITED BY SIZE
                  Cert-Prestaciones(Cert-i) DELIMITED BY SIZE
               INTO Certificado-Linea.
           WRITE Certificado-Linea.
           MOVE SPACES TO Certificado-Linea.
           STRING "  CESANTIAS E INTERESES DE CESANTIAS          "
               DELIMITED BY SIZE
                  Cert-Cesantias(Cert-i) DELIMITED BY SIZE
               INTO Certificado-Linea.
           WRITE Certificado-Linea.
           MOVE SPACES TO Certificado-Linea.
           STRING "  TOTAL INGRESOS BRUTOS                       "
               DELIMITED BY SIZE
                  Cert-Total-Ingresos DELIMITED BY SIZE
               INTO Certificado-Linea.
           WRITE Certificado-Linea.
           MOVE SPACES TO Certificado-Linea.
           STRING "  APORTES OBLIGATORIOS POR SALUD              "
               DELIMITED BY SIZE
                  Cert-Salud(Cert-i) DELIMITED BY SIZE
               INTO Certificado-Linea.
           WRITE Certificado-Linea.
           MOVE SPACES TO Certificado-Linea.
           STRING "  APORTES OBLIGATORIOS A PENSIONES            "
               DELIMITED BY SIZE
                  Cert-Pension(Cert-i) DELIMITED BY SIZE
               INTO Certificado-Linea.
           WRITE Certificado-Linea.
           MOVE SPACES TO Certificado-Linea.
           STRING "  VALOR DE LA RETENCION EN LA FUENTE          "
               DELIMITED BY SIZE
                  Cert-Retencion(Cert-i) DELIMITED BY SIZE
               INTO Certificado-Linea.
           WRITE Certificado-Linea.
           MOVE SPACES TO Certificado-Linea.
           WRITE Certificado-Linea.
           MOVE "  FIRMA DEL RETENEDOR: ______________________________"
               TO Certificado-Linea.
           WRITE Certificado-Linea.

       Escribir-Resumen-Certificados.
           MOVE ZEROES TO CertT-Nominas.
           MOVE ZEROES TO CertT-Salud-Nominas.
           MOVE ZEROES TO CertT-Pension-Nominas.
           MOVE ZEROES TO CertT-Retencion-Nominas.
           MOVE SPACES TO Rescertif-Archivo-Nombre.
           STRING "RESUMEN-CERTIFICADOS-" DELIMITED BY SIZE
                  Cert-Ano                DELIMITED BY SIZE
                  ".TXT"                  DELIMITED BY SIZE
               INTO Rescertif-Archivo-Nombre.
           OPEN OUTPUT RESCERTIF-ARCHIVO.
           MOVE SPACES TO Rescertif-Linea.
           STRING "RESUMEN DE CONTROL DE CERTIFICADOS AÑO "
               DELIMITED BY SIZE
                  Cert-Ano     DELIMITED BY SIZE
                  " EMPRESA "  DELIMITED BY SIZE
                  Empresa-Nombre DELIMITED BY SIZE
               INTO Rescertif-Linea.
           WRITE Rescertif-Linea.
           MOVE SPACES TO Rescertif-Linea.
           STRING "PERIODO EMPLEADOS BRUTO       SALUD       "
               "PENSION     RETENCION   BRUTO NOMINA CONTROL"
               DELIMITED BY SIZE
               INTO Rescertif-Linea.
           WRITE Rescertif-Linea.
           PERFORM Escribir-Resumen-Mes
               VARYING Cert-Mes-i FROM 1 BY 1
               UNTIL Cert-Mes-i > 12.

           MOVE SPACES TO Rescertif-Linea.
           STRING "TOTAL NOMINAS DEL AÑO  BRUTO "  DELIMITED BY SIZE
                  CertT-Nominas                   DELIMITED BY SIZE
                  " SALUD "                       DELIMITED BY SIZE
                  CertT-Salud-Nominas             DELIMITED BY SIZE
                  " PENSION "                     DELIMITED BY SIZE
                  CertT-Pension-Nominas           DELIMITED BY SIZE
                  " RETENCION "                   DELIMITED BY SIZE
                  CertT-Retencion-Nominas         DELIMITED BY SIZE
               INTO Rescertif-Linea.
           WRITE Rescertif-Linea.
           MOVE SPACES TO Rescertif-Linea.
           STRING "PAGOS FUERA DE NOMINA (LIQUIDACIONES DEFINITIVAS,"
               " PRIMAS E INTERESES DE CESANTIAS): " DELIMITED BY SIZE
                  CertT-Pagos-Cant              DELIMITED BY SIZE
                  " VALOR "                     DELIMITED BY SIZE
                  CertT-Pagos-Finales           DELIMITED BY SIZE
               INTO Rescertif-Linea.
           WRITE Rescertif-Linea.
           MOVE SPACES TO Rescertif-Linea.
           STRING "CESANTIAS CONSIGNADAS A FONDOS: " DELIMITED BY SIZE
                  CertT-Consig-Cant              DELIMITED BY SIZE
                  " VALOR "                      DELIMITED BY SIZE
                  CertT-Consignado               DELIMITED BY SIZE
               INTO Rescertif-Linea.
           WRITE Rescertif-Linea.
           MOVE SPACES TO Rescertif-Linea.
           STRING "CERTIFICADOS EMITIDOS: " DELIMITED BY SIZE
                  CertT-Emitidos            DELIMITED BY SIZE
                  " INGRESOS "              DELIMITED BY SIZE
                  CertT-Ingresos            DELIMITED BY SIZE
                  " SALUD "                 DELIMITED BY SIZE
                  CertT-Salud               DELIMITED BY SIZE
                  " PENSION "               DELIMITED BY SIZE
                  CertT-Pension             DELIMITED BY SIZE
                  " RETENCION "             DELIMITED BY SIZE
                  CertT-Retencion           DELIMITED BY SIZE
               INTO Rescertif-Linea.
           WRITE Rescertif-Linea.
           IF CertT-Sin-Maestro NOT = ZERO
               MOVE SPACES TO Rescertif-Linea
               STRING "AVISO: " DELIMITED BY SIZE
                      CertT-Sin-Maestro DELIMITED BY SIZE
                      " REGISTROS LIQUIDADOS DE CEDULAS QUE NO ESTAN"
                      " EN EL MAESTRO" DELIMITED BY SIZE
                   INTO Rescertif-Linea
               WRITE Rescertif-Linea
           END-IF.
           COMPUTE CertT-Esperado = CertT-Nominas + CertT-Pagos-Finales
               + CertT-Consignado.
           MOVE SPACES TO Rescertif-Linea.
           IF CertT-Esperado = CertT-Ingresos AND
               CertT-Salud-Nominas = CertT-Salud AND
               CertT-Pension-Nominas = CertT-Pension AND
               CertT-Retencion-Nominas = CertT-Retencion
               MOVE "LOS CERTIFICADOS CUADRAN CONTRA LAS NOMINAS MAS"
                   & " LOS PAGOS FUERA DE NOMINA"
                   TO Rescertif-Linea
           ELSE
               MOVE "LOS CERTIFICADOS NO CUADRAN CONTRA LAS NOMINAS;"
                   & " REVISAR EL RESUMEN" TO Rescertif-Linea
           END-IF.
           WRITE Rescertif-Linea.
           CLOSE RESCERTIF-ARCHIVO.

       Escribir-Resumen-Mes.
           COMPUTE Liquidacion-Periodo = Cert-Ano * 100 + Cert-Mes-i.
           ADD CertM-Bruto(Cert-Mes-i) TO CertT-Nominas.
           ADD CertM-Salud(Cert-Mes-i) TO CertT-Salud-Nominas.
           ADD CertM-Pension(Cert-Mes-i) TO CertT-Pension-Nominas.
           ADD CertM-Retencion(Cert-Mes-i) TO CertT-Retencion-Nominas.
           MOVE SPACES TO Rescertif-Linea.
           STRING Liquidacion-Periodo           DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  CertM-Empleados(Cert-Mes-i)   DELIMITED BY SIZE
                  "     "                       DELIMITED BY SIZE
                  CertM-Bruto(Cert-Mes-i)       DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  CertM-Salud(Cert-Mes-i)       DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  CertM-Pension(Cert-Mes-i)     DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  CertM-Retencion(Cert-Mes-i)   DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  CertM-Nomina-Bruto(Cert-Mes-i) DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
               INTO Rescertif-Linea.
           EVALUATE TRUE
               WHEN CertM-Hay-Nomina(Cert-Mes-i) NOT = "S" AND
                   CertM-Empleados(Cert-Mes-i) = ZERO
                   MOVE "SIN NOMINA" TO Rescertif-Linea(90:)
               WHEN CertM-Hay-Nomina(Cert-Mes-i) NOT = "S"
                   MOVE "FALTA NOMINA" TO Rescertif-Linea(90:)
               WHEN CertM-Nomina-Bruto(Cert-Mes-i) =
                   CertM-Bruto(Cert-Mes-i)
                   MOVE "CUADRA" TO Rescertif-Linea(90:)
               WHEN OTHER
                   MOVE "NO CUADRA" TO Rescertif-Linea(90:)
           END-EVALUATE.
           WRITE Rescertif-Linea.

      * los periodos liquidados antes de agregar un campo al
      * resultado lo traen en blanco; se toma como cero.
       Normalizar-Resultado.
           IF Liqres-retencion NOT NUMERIC
               MOVE ZEROES TO Liqres-retencion
           END-IF.
           IF Liqres-vac-dias NOT NUMERIC
               MOVE ZEROES TO Liqres-vac-dias
           END-IF.
           IF Liqres-vac-compensados NOT NUMERIC
               MOVE ZEROES TO Liqres-vac-compensados
           END-IF.
           IF Liqres-vac-ajuste NOT NUMERIC
               MOVE ZEROES TO Liqres-vac-ajuste
           END-IF.
           IF Liqres-vacaciones NOT NUMERIC
               MOVE ZEROES TO Liqres-vacaciones
           END-IF.
           IF Liqres-retroactivo NOT NUMERIC
               MOVE ZEROES TO Liqres-retroactivo
           END-IF.

      * codigo para la planilla integrada de aportes (PILA) del
      * periodo: los cotizantes salen de LIQUIDACION-AAAAMM.TXT (IBC
      * = devengado del periodo, dias = dias del mes menos los dias
      * de ausencia de la novedad, con la marca SLN si se reducen, y
      * la marca VAC si disfruto vacaciones en el periodo),
      * el nombre y la fecha de ingreso del maestro (marca ING si el
      * ingreso cae en el periodo), los retiros de la opcion 7 de la
      * bitacora y de PAGOSFINALES.TXT (marca RET; el retirado que no
      * alcanzo a liquidarse entra con el salario del mes de su
      * liquidacion definitiva) y los cambios de salario del mes de
      * la bitacora (marca VSP). Escribe PILA-AAAAMM.TXT (registro 01
      * de encabezado, 02 por cotizante, 03 de totales) y en
      * RESUMEN-PILA.TXT cuadra los aportes patronales por concepto
      * contra los debitos de CONTABLE-AAAAMM.TXT.
       Planilla-Aportes.
           IF Batch-Modo = "S"
               MOVE Batch-Periodo TO Pila-Periodo
           ELSE
               DISPLAY "Ingrese el periodo de la planilla (AAAAMM)"
               ACCEPT Pila-Periodo
           END-IF.
           IF Pila-Periodo NOT NUMERIC OR Pila-Periodo = ZERO
               DISPLAY "Periodo invalido; planilla cancelada."
           ELSE
               MOVE Pila-Periodo TO Liquidacion-Periodo
               PERFORM Contar-Liquidacion
               IF Liquidacion-Registros = ZERO
                   DISPLAY "El periodo no tiene liquidacion en "
                       Liquidacion-Archivo-Nombre
                   DISPLAY "liquide primero con la opcion N; no se"
                   DISPLAY "genera la planilla."
               ELSE
                   PERFORM Planilla-Aportes-Periodo
               END-IF
           END-IF.

       Planilla-Aportes-Periodo.
           MOVE ZEROES TO Pila-Num.
           MOVE Pila-Periodo TO Liquidacion-Periodo.
           PERFORM Armar-Nombre-Liquidacion.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT LIQUIDACION-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ LIQUIDACION-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       PERFORM Normalizar-Resultado
                       PERFORM Pila-Cargar-Resultado
               END-READ
           END-PERFORM
           CLOSE LIQUIDACION-ARCHIVO.

           PERFORM Pila-Revisar-Bitacora.
           PERFORM Pila-Revisar-Pagos-Finales.
           PERFORM Escribir-Planilla.
           PERFORM Leer-Aportes-Contables.
           PERFORM Escribir-Resumen-Planilla.

           MOVE Pila-Periodo TO Audit-Cedula.
           MOVE "PILA" TO Audit-Accion.
           PERFORM Registrar-Auditoria.

           DISPLAY "Planilla grabada en " Pila-Archivo-Nombre.
           DISPLAY "Cotizantes      : " PilaT-Cotizantes.
           DISPLAY "Novedades       : " PilaT-Novedades.
           DISPLAY "IBC total       : " PilaT-Ibc.
           IF Pila-Cuadra = "S"
               DISPLAY "La planilla cuadra con la interfaz contable."
           ELSE
               DISPLAY "La planilla NO cuadra con la interfaz contable;"
           END-IF.
           DISPLAY "detalle en RESUMEN-PILA.TXT".

      * busca la cedula de Pila-Buscar-Cedula en la tabla y la
      * agrega sin IBC si no esta; Pila-Idx queda en cero si la
      * tabla se lleno.
       Pila-Agregar-Entrada.
           MOVE ZEROES TO Pila-Idx.
           PERFORM VARYING Pila-i FROM 1 BY 1
               UNTIL Pila-i > Pila-Num OR Pila-Idx NOT = ZERO
               IF Pila-Cedula(Pila-i) = Pila-Buscar-Cedula
                   MOVE Pila-i TO Pila-Idx
               END-IF
           END-PERFORM.
           IF Pila-Idx = ZERO
               IF Pila-Num >= 5000
                   DISPLAY "Aviso: mas de 5000 cotizantes; la cedula "
                       Pila-Buscar-Cedula " queda fuera de la planilla."
               ELSE
                   ADD 1 TO Pila-Num
                   MOVE Pila-Buscar-Cedula TO Pila-Cedula(Pila-Num)
                   MOVE ZEROES TO Pila-Dias(Pila-Num)
                   MOVE ZEROES TO Pila-Ibc(Pila-Num)
                   MOVE "N" TO Pila-Liquidado(Pila-Num)
                   MOVE SPACES TO Pila-Ing(Pila-Num)
                   MOVE SPACES TO Pila-Ret(Pila-Num)
                   MOVE SPACES TO Pila-Vsp(Pila-Num)
                   MOVE SPACES TO Pila-Sln(Pila-Num)
                   MOVE SPACES TO Pila-Vac(Pila-Num)
                   MOVE Pila-Num TO Pila-Idx
               END-IF
           END-IF.

       Pila-Cargar-Resultado.
           MOVE Liqres-cedula TO Pila-Buscar-Cedula.
           PERFORM Pila-Agregar-Entrada.
           IF Pila-Idx NOT = ZERO
               MOVE "S" TO Pila-Liquidado(Pila-Idx)
               MOVE Liqres-bruto TO Pila-Ibc(Pila-Idx)
               IF Liqres-dias-ausencia >= Par-Dias-Mes
                   MOVE ZEROES TO Pila-Dias(Pila-Idx)
               ELSE
                   COMPUTE Pila-Dias(Pila-Idx) =
                       Par-Dias-Mes - Liqres-dias-ausencia
               END-IF
               IF Liqres-dias-ausencia > ZERO
                   MOVE "SLN" TO Pila-Sln(Pila-Idx)
               END-IF
               IF Liqres-vac-dias > ZERO
                   MOVE "VAC" TO Pila-Vac(Pila-Idx)
               END-IF
           END-IF.

      * retiros (BAJA) y cambios de salario (salario del maestro en
      * las posiciones 74 a 81 de la imagen) grabados en el mes.
       Pila-Revisar-Bitacora.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT BITACORA-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ BITACORA-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       IF Bit-fecha(1:6) = Pila-Periodo
                           PERFORM Pila-Revisar-Movimiento
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BITACORA-ARCHIVO.

       Pila-Revisar-Movimiento.
           MOVE Bit-cedula TO Pila-Buscar-Cedula.
           IF Bit-accion = "BAJA"
               PERFORM Pila-Agregar-Entrada
               IF Pila-Idx NOT = ZERO
                   MOVE "RET" TO Pila-Ret(Pila-Idx)
               END-IF
           ELSE
               IF Bit-antes NOT = SPACES AND
                   Bit-despues NOT = SPACES AND
                   Bit-antes(74:8) NOT = Bit-despues(74:8)
                   MOVE ZEROES TO Pila-Idx
                   PERFORM VARYING Pila-i FROM 1 BY 1
                       UNTIL Pila-i > Pila-Num
                       IF Pila-Cedula(Pila-i) = Pila-Buscar-Cedula
                           MOVE Pila-i TO Pila-Idx
                       END-IF
                   END-PERFORM
                   IF Pila-Idx NOT = ZERO
                       MOVE "VSP" TO Pila-Vsp(Pila-Idx)
                   END-IF
               END-IF
           END-IF.

      * el retirado sin liquidacion del periodo cotiza sobre el
      * salario del mes de su liquidacion definitiva por los dias
      * corridos hasta el retiro.
       Pila-Revisar-Pagos-Finales.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT PAGOSFINALES-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ PAGOSFINALES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       IF Pagofinal-detalle NUMERIC AND
                           Pagofinal-liquidacion AND
                           Pagofinal-fecha-retiro(1:6) = Pila-Periodo
                           PERFORM Pila-Agregar-Retiro
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAGOSFINALES-ARCHIVO.

       Pila-Agregar-Retiro.
           MOVE Pagofinal-cedula TO Pila-Buscar-Cedula.
           PERFORM Pila-Agregar-Entrada.
           IF Pila-Idx NOT = ZERO
               MOVE "RET" TO Pila-Ret(Pila-Idx)
               IF Pila-Liquidado(Pila-Idx) NOT = "S"
                   MOVE Pagofinal-salario-mes TO Pila-Ibc(Pila-Idx)
                   MOVE Pagofinal-fecha-retiro(7:2) TO
                       Pila-Dias(Pila-Idx)
                   IF Pila-Dias(Pila-Idx) > Par-Dias-Mes
                       MOVE Par-Dias-Mes TO Pila-Dias(Pila-Idx)
                   END-IF
               END-IF
           END-IF.

       Escribir-Planilla.
           MOVE ZEROES TO Pila-Secuencia.
           MOVE ZEROES TO PilaT-Cotizantes.
           MOVE ZEROES TO PilaT-Sin-Liquidar.
           MOVE ZEROES TO PilaT-Novedades.
           MOVE ZEROES TO PilaT-Ibc.
           MOVE ZEROES TO PilaT-Salud-Emp.
           MOVE ZEROES TO PilaT-Pension-Emp.
           MOVE ZEROES TO PilaT-Salud-Pat.
           MOVE ZEROES TO PilaT-Pension-Pat.
           MOVE ZEROES TO PilaT-Arl.
           MOVE ZEROES TO PilaT-Caja.
           MOVE ZEROES TO PilaX-Salud-Pat.
           MOVE ZEROES TO PilaX-Pension-Pat.
           MOVE ZEROES TO PilaX-Arl.
           MOVE ZEROES TO PilaX-Caja.
           MOVE Par-Salud-Pct TO Pila-Tasa-Ed1.
           MOVE Par-Pension-Pct TO Pila-Tasa-Ed2.
           MOVE Apo-Salud-Pct TO Pila-Tasa-Ed3.
           MOVE Apo-Pension-Pct TO Pila-Tasa-Ed4.
           MOVE Apo-Arl-Pct TO Pila-Tasa-Ed5.
           MOVE Apo-Caja-Pct TO Pila-Tasa-Ed6.

           MOVE SPACES TO Pila-Archivo-Nombre.
           STRING "PILA-"       DELIMITED BY SIZE
                  Pila-Periodo  DELIMITED BY SIZE
                  ".TXT"        DELIMITED BY SIZE
               INTO Pila-Archivo-Nombre.
           OPEN OUTPUT PILA-ARCHIVO.
           MOVE SPACES TO Pila-Linea.
           STRING "01"            DELIMITED BY SIZE
                  Empresa-Nit     DELIMITED BY SIZE
                  Empresa-Nombre  DELIMITED BY SIZE
                  Pila-Periodo    DELIMITED BY SIZE
                  Pila-Num        DELIMITED BY SIZE
               INTO Pila-Linea.
           WRITE Pila-Linea.

           OPEN INPUT EMPLEADO-ARCHIVO.
           PERFORM Escribir-Cotizante
               VARYING Pila-i FROM 1 BY 1
               UNTIL Pila-i > Pila-Num.
           CLOSE EMPLEADO-ARCHIVO.

           MOVE SPACES TO Pila-Linea.
           STRING "03"              DELIMITED BY SIZE
                  PilaT-Cotizantes  DELIMITED BY SIZE
                  PilaT-Ibc         DELIMITED BY SIZE
                  PilaT-Salud-Emp   DELIMITED BY SIZE
                  PilaT-Pension-Emp DELIMITED BY SIZE
                  PilaT-Salud-Pat   DELIMITED BY SIZE
                  PilaT-Pension-Pat DELIMITED BY SIZE
                  PilaT-Arl         DELIMITED BY SIZE
                  PilaT-Caja        DELIMITED BY SIZE
               INTO Pila-Linea.
           WRITE Pila-Linea.
           CLOSE PILA-ARCHIVO.

      * registro 02: secuencia, tipo y numero de documento, nombre,
      * novedades, dias, IBC y por cada subsistema la tarifa y el
      * valor (salud y pension del empleado; salud, pension, ARL y
      * caja del empleador).
       Escribir-Cotizante.
           MOVE Pila-Cedula(Pila-i) TO Empleado-cedula.
           MOVE SPACES TO Pila-Nombre.
           READ EMPLEADO-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Empleado-nombre TO Pila-Nombre
                   IF Empleado-fecha-ingreso(1:6) = Pila-Periodo
                       PERFORM Pila-Marcar-Ingreso
                   END-IF
           END-READ.

           COMPUTE Pila-Salud-Emp ROUNDED =
               Pila-Ibc(Pila-i) * Par-Salud-Pct.
           COMPUTE Pila-Pension-Emp ROUNDED =
               Pila-Ibc(Pila-i) * Par-Pension-Pct.
           COMPUTE Pila-Salud-Pat ROUNDED =
               Pila-Ibc(Pila-i) * Apo-Salud-Pct.
           COMPUTE Pila-Pension-Pat ROUNDED =
               Pila-Ibc(Pila-i) * Apo-Pension-Pct.
           COMPUTE Pila-Arl ROUNDED = Pila-Ibc(Pila-i) * Apo-Arl-Pct.
           COMPUTE Pila-Caja ROUNDED = Pila-Ibc(Pila-i) * Apo-Caja-Pct.

           ADD 1 TO Pila-Secuencia.
           ADD 1 TO PilaT-Cotizantes.
           ADD Pila-Ibc(Pila-i) TO PilaT-Ibc.
           ADD Pila-Salud-Emp TO PilaT-Salud-Emp.
           ADD Pila-Pension-Emp TO PilaT-Pension-Emp.
           ADD Pila-Salud-Pat TO PilaT-Salud-Pat.
           ADD Pila-Pension-Pat TO PilaT-Pension-Pat.
           ADD Pila-Arl TO PilaT-Arl.
           ADD Pila-Caja TO PilaT-Caja.
           IF Pila-Liquidado(Pila-i) NOT = "S"
               ADD 1 TO PilaT-Sin-Liquidar
               ADD Pila-Salud-Pat TO PilaX-Salud-Pat
               ADD Pila-Pension-Pat TO PilaX-Pension-Pat
               ADD Pila-Arl TO PilaX-Arl
               ADD Pila-Caja TO PilaX-Caja
           END-IF.
           IF Pila-Ing(Pila-i) NOT = SPACES OR
               Pila-Ret(Pila-i) NOT = SPACES OR
               Pila-Vsp(Pila-i) NOT = SPACES OR
               Pila-Sln(Pila-i) NOT = SPACES OR
               Pila-Vac(Pila-i) NOT = SPACES
               ADD 1 TO PilaT-Novedades
           END-IF.

           MOVE SPACES TO Pila-Linea.
           STRING "02"                DELIMITED BY SIZE
                  Pila-Secuencia      DELIMITED BY SIZE
                  "CC"                DELIMITED BY SIZE
                  Pila-Cedula(Pila-i) DELIMITED BY SIZE
                  Pila-Nombre         DELIMITED BY SIZE
                  Pila-Ing(Pila-i)    DELIMITED BY SIZE
                  Pila-Ret(Pila-i)    DELIMITED BY SIZE
                  Pila-Vsp(Pila-i)    DELIMITED BY SIZE
                  Pila-Sln(Pila-i)    DELIMITED BY SIZE
                  Pila-Vac(Pila-i)    DELIMITED BY SIZE
                  Pila-Dias(Pila-i)   DELIMITED BY SIZE
                  Pila-Ibc(Pila-i)    DELIMITED BY SIZE
                  Pila-Tasa-Ed1       DELIMITED BY SIZE
                  Pila-Salud-Emp      DELIMITED BY SIZE
                  Pila-Tasa-Ed2       DELIMITED BY SIZE
                  Pila-Pension-Emp    DELIMITED BY SIZE
                  Pila-Tasa-Ed3       DELIMITED BY SIZE
                  Pila-Salud-Pat      DELIMITED BY SIZE
                  Pila-Tasa-Ed4       DELIMITED BY SIZE
                  Pila-Pension-Pat    DELIMITED BY SIZE
                  Pila-Tasa-Ed5       DELIMITED BY SIZE
                  Pila-Arl            DELIMITED BY SIZE
                  Pila-Tasa-Ed6       DELIMITED BY SIZE
                  Pila-Caja           DELIMITED BY SIZE
               INTO Pila-Linea.
           WRITE Pila-Linea.

      * el que ingresa en el mes cotiza desde el dia de ingreso.
       Pila-Marcar-Ingreso.
           MOVE "ING" TO Pila-Ing(Pila-i).
           MOVE Empleado-fecha-ingreso(7:2) TO Pila-Dia-Ingreso.
           COMPUTE Pila-Dias-Ing = Par-Dias-Mes - Pila-Dia-Ingreso + 1.
           IF Pila-Dias-Ing < 1
               MOVE 1 TO Pila-Dias-Ing
           END-IF.
           IF Pila-Dias-Ing < Pila-Dias(Pila-i)
               MOVE Pila-Dias-Ing TO Pila-Dias(Pila-i)
           END-IF.

      * debitos de aportes patronales de la interfaz contable del
      * periodo (concepto en las posiciones 24 a 45, DB/CR en la 46
      * y el valor en la 48).
       Leer-Aportes-Contables.
           MOVE ZEROES TO PilaC-Salud.
           MOVE ZEROES TO PilaC-Pension.
           MOVE ZEROES TO PilaC-Arl.
           MOVE ZEROES TO PilaC-Caja.
           MOVE "N" TO PilaC-Hay-Contable.
           MOVE SPACES TO Contable-Archivo-Nombre.
           STRING "CONTABLE-"   DELIMITED BY SIZE
                  Pila-Periodo  DELIMITED BY SIZE
                  ".TXT"        DELIMITED BY SIZE
               INTO Contable-Archivo-Nombre.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT CONTABLE-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ CONTABLE-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       IF Contable-Linea(1:2) = "02" AND
                           Contable-Linea(46:2) = "DB" AND
                           Contable-Linea(48:11) NUMERIC
                           MOVE "S" TO PilaC-Hay-Contable
                           PERFORM Pila-Acumular-Contable
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTABLE-ARCHIVO.

       Pila-Acumular-Contable.
           MOVE Contable-Linea(24:22) TO Pila-Concepto.
           MOVE Contable-Linea(48:11) TO Pila-Valor-Cont.
           EVALUATE Pila-Concepto
               WHEN "APORTE SALUD"
                   ADD Pila-Valor-Cont TO PilaC-Salud
               WHEN "APORTE PENSION"
                   ADD Pila-Valor-Cont TO PilaC-Pension
               WHEN "APORTE ARL"
                   ADD Pila-Valor-Cont TO PilaC-Arl
               WHEN "APORTE CAJA"
                   ADD Pila-Valor-Cont TO PilaC-Caja
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * la interfaz redondea por departamento y la planilla por
      * cotizante; una diferencia de hasta un peso por cotizante se
      * acepta como redondeo.
       Escribir-Resumen-Planilla.
           MOVE "S" TO Pila-Cuadra.
           OPEN OUTPUT RESPILA-ARCHIVO.
           MOVE SPACES TO Respila-Linea.
           STRING "RESUMEN DE LA PLANILLA DE APORTES " DELIMITED BY SIZE
                  Pila-Periodo   DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  Empresa-Nombre DELIMITED BY SIZE
               INTO Respila-Linea.
           WRITE Respila-Linea.
           MOVE SPACES TO Respila-Linea.
           STRING "COTIZANTES: "   DELIMITED BY SIZE
                  PilaT-Cotizantes DELIMITED BY SIZE
                  " CON NOVEDAD: " DELIMITED BY SIZE
                  PilaT-Novedades  DELIMITED BY SIZE
                  " SIN LIQUIDACION DEL PERIODO: " DELIMITED BY SIZE
                  PilaT-Sin-Liquidar DELIMITED BY SIZE
               INTO Respila-Linea.
           WRITE Respila-Linea.
           MOVE SPACES TO Respila-Linea.
           STRING "IBC TOTAL: "     DELIMITED BY SIZE
                  PilaT-Ibc         DELIMITED BY SIZE
                  " SALUD EMPLEADO: " DELIMITED BY SIZE
                  PilaT-Salud-Emp   DELIMITED BY SIZE
                  " PENSION EMPLEADO: " DELIMITED BY SIZE
                  PilaT-Pension-Emp DELIMITED BY SIZE
               INTO Respila-Linea.
           WRITE Respila-Linea.
           MOVE SPACES TO Respila-Linea.
           WRITE Respila-Linea.
           MOVE SPACES TO Respila-Linea.
           STRING "CONCEPTO               PLANILLA    "
               "CONTABLE    DIFERENCIA  CONTROL" DELIMITED BY SIZE
               INTO Respila-Linea.
           WRITE Respila-Linea.

           MOVE "APORTE SALUD" TO Pila-Concepto.
           COMPUTE Pila-Valor-Pila = PilaT-Salud-Pat - PilaX-Salud-Pat.
           MOVE PilaC-Salud TO Pila-Valor-Cont.
           PERFORM Escribir-Cuadre-Concepto.
           MOVE "APORTE PENSION" TO Pila-Concepto.
           COMPUTE Pila-Valor-Pila =
               PilaT-Pension-Pat - PilaX-Pension-Pat.
           MOVE PilaC-Pension TO Pila-Valor-Cont.
           PERFORM Escribir-Cuadre-Concepto.
           MOVE "APORTE ARL" TO Pila-Concepto.
           COMPUTE Pila-Valor-Pila = PilaT-Arl - PilaX-Arl.
           MOVE PilaC-Arl TO Pila-Valor-Cont.
           PERFORM Escribir-Cuadre-Concepto.
           MOVE "APORTE CAJA" TO Pila-Concepto.
           COMPUTE Pila-Valor-Pila = PilaT-Caja - PilaX-Caja.
           MOVE PilaC-Caja TO Pila-Valor-Cont.
           PERFORM Escribir-Cuadre-Concepto.

           IF PilaT-Sin-Liquidar NOT = ZERO
               MOVE SPACES TO Respila-Linea
               STRING "APORTES DE RETIRADOS SIN LIQUIDACION (FUERA "
                   "DEL CUADRE): SALUD " DELIMITED BY SIZE
                      PilaX-Salud-Pat   DELIMITED BY SIZE
                      " PENSION "       DELIMITED BY SIZE
                      PilaX-Pension-Pat DELIMITED BY SIZE
                      " ARL "           DELIMITED BY SIZE
                      PilaX-Arl         DELIMITED BY SIZE
                      " CAJA "          DELIMITED BY SIZE
                      PilaX-Caja        DELIMITED BY SIZE
                   INTO Respila-Linea
               WRITE Respila-Linea
           END-IF.

           MOVE SPACES TO Respila-Linea.
           IF PilaC-Hay-Contable NOT = "S"
               MOVE "N" TO Pila-Cuadra
               STRING "NO HAY INTERFAZ CONTABLE DEL PERIODO ("
                   DELIMITED BY SIZE
                      Contable-Archivo-Nombre DELIMITED BY SPACE
                      "); GENERE LA OPCION I ANTES DE CARGAR LA "
                      "PLANILLA" DELIMITED BY SIZE
                   INTO Respila-Linea
           ELSE
               IF Pila-Cuadra = "S"
                   MOVE "LA PLANILLA CUADRA CON LA INTERFAZ CONTABLE"
                       TO Respila-Linea
               ELSE
                   MOVE "LA PLANILLA NO CUADRA CON LA INTERFAZ "
                       & "CONTABLE; REVISAR ANTES DE CARGAR"
                       TO Respila-Linea
               END-IF
           END-IF.
           WRITE Respila-Linea.
           CLOSE RESPILA-ARCHIVO.

       Escribir-Cuadre-Concepto.
           COMPUTE Pila-Diferencia = Pila-Valor-Pila - Pila-Valor-Cont.
           MOVE SPACES TO Respila-Linea.
           STRING Pila-Concepto   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  Pila-Valor-Pila DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  Pila-Valor-Cont DELIMITED BY SIZE
               INTO Respila-Linea.
           IF Pila-Diferencia < ZERO
               MOVE "-" TO Respila-Linea(48:1)
               COMPUTE Pila-Valor-Cont = ZERO - Pila-Diferencia
           ELSE
               MOVE Pila-Diferencia TO Pila-Valor-Cont
           END-IF.
           MOVE Pila-Valor-Cont TO Respila-Linea(49:11).
           IF Pila-Valor-Cont > PilaT-Cotizantes
               MOVE "N" TO Pila-Cuadra
               MOVE "NO CUADRA" TO Respila-Linea(62:)
           ELSE
               MOVE "CUADRA" TO Respila-Linea(62:)
           END-IF.
           WRITE Respila-Linea.

      * codigo para el libro de vacaciones por cedula: cada empleado
      * causa 15 dias habiles por año desde su fecha de ingreso; los
      * periodos de disfrute (fecha de inicio y dias habiles) y los
      * dias compensados en dinero se capturan con el periodo de
      * nomina que los paga y quedan en VACACIONES.TXT. La
      * liquidacion (opcion N) los paga como linea propia, la
      * liquidacion definitiva paga solo el saldo pendiente, y el
      * reporte de riesgo lista a quien acumula mas de dos periodos.
       Libro-Vacaciones.
           PERFORM Cargar-Vacaciones.
           MOVE SPACE TO VacM-Opcion.
           PERFORM UNTIL VacM-Opcion = "S"
               DISPLAY "Libro de vacaciones ("
                   Vac-Num-Entradas " movimientos)"
               DISPLAY "C. Capturar vacaciones de un empleado"
               DISPLAY "E. Eliminar vacaciones no liquidadas"
               DISPLAY "L. Libro de dias causados, tomados y pendientes"
               DISPLAY "R. Reporte de vacaciones acumuladas (riesgo)"
               DISPLAY "S. Salir"
               DISPLAY "Selecione > "
               ACCEPT VacM-Opcion
               EVALUATE VacM-Opcion
                   WHEN "C"
                   WHEN "c"
                       PERFORM Capturar-Vacaciones
                   WHEN "E"
                   WHEN "e"
                       PERFORM Eliminar-Vacaciones
                   WHEN "L"
                   WHEN "l"
                       PERFORM Listar-Libro-Vacaciones
                   WHEN "R"
                   WHEN "r"
                       PERFORM Reporte-Riesgo-Vacaciones
                   WHEN "S"
                   WHEN "s"
                       MOVE "S" TO VacM-Opcion
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE
           END-PERFORM.

       Cargar-Vacaciones.
           MOVE ZEROES TO Vac-Num-Entradas.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT VACACIONES-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ VACACIONES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       IF Vac-Num-Entradas >= 5000
                           DISPLAY "Aviso: mas de 5000 movimientos de"
                           DISPLAY "vacaciones; los sobrantes no se"
                           DISPLAY "tienen en cuenta."
                       ELSE
                           ADD 1 TO Vac-Num-Entradas
                           MOVE Vacacion-cedula TO
                               Vac-Cedula(Vac-Num-Entradas)
                           MOVE Vacacion-periodo TO
                               Vac-Periodo(Vac-Num-Entradas)
                           MOVE Vacacion-fecha-inicio TO
                               Vac-Fecha-Inicio(Vac-Num-Entradas)
                           MOVE Vacacion-dias-habiles TO
                               Vac-Dias-Habiles(Vac-Num-Entradas)
                           MOVE Vacacion-dias-compensados TO
                               Vac-Dias-Compensados(Vac-Num-Entradas)
                           MOVE Vacacion-valor TO
                               Vac-Valor(Vac-Num-Entradas)
                           MOVE Vacacion-tipo TO
                               Vac-Tipo(Vac-Num-Entradas)
                           MOVE Vacacion-estado TO
                               Vac-Estado(Vac-Num-Entradas)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VACACIONES-ARCHIVO.

      * regraba completo el libro con el contenido de la tabla, igual
      * que Grabar-Deducciones.
       Grabar-Vacaciones.
           OPEN OUTPUT VACACIONES-ARCHIVO.
           PERFORM VARYING Vac-i FROM 1 BY 1
               UNTIL Vac-i > Vac-Num-Entradas
               MOVE SPACES TO Vacacion-Registro
               MOVE Vac-Cedula(Vac-i) TO Vacacion-cedula
               MOVE Vac-Periodo(Vac-i) TO Vacacion-periodo
               MOVE Vac-Fecha-Inicio(Vac-i) TO Vacacion-fecha-inicio
               MOVE Vac-Dias-Habiles(Vac-i) TO Vacacion-dias-habiles
               MOVE Vac-Dias-Compensados(Vac-i) TO
                   Vacacion-dias-compensados
               MOVE Vac-Valor(Vac-i) TO Vacacion-valor
               MOVE Vac-Tipo(Vac-i) TO Vacacion-tipo
               MOVE Vac-Estado(Vac-i) TO Vacacion-estado
               WRITE Vacacion-Registro
           END-PERFORM
           CLOSE VACACIONES-ARCHIVO.

      * saldo de VacM-Cedula a la fecha VacM-Fecha-Corte: causados
      * desde VacM-Ingreso con la base de 360 dias (15 por año),
      * tomados = todos los dias disfrutados y compensados del libro.
       Calcular-Saldo-Vacaciones.
           MOVE ZEROES TO VacM-Causados.
           MOVE ZEROES TO VacM-Tomados.
           IF VacM-Ingreso NUMERIC AND VacM-Ingreso NOT = ZERO
               MOVE VacM-Fecha-Corte TO Baja-Fecha-Retiro
               MOVE VacM-Ingreso TO Baja-Fecha-Base
               PERFORM Calcular-Dias-360
               COMPUTE VacM-Causados ROUNDED = Baja-Dias * 15 / 360
           END-IF.
           PERFORM VARYING Vac-i FROM 1 BY 1
               UNTIL Vac-i > Vac-Num-Entradas
               IF Vac-Cedula(Vac-i) = VacM-Cedula
                   ADD Vac-Dias-Habiles(Vac-i) TO VacM-Tomados
                   ADD Vac-Dias-Compensados(Vac-i) TO VacM-Tomados
               END-IF
           END-PERFORM.
           COMPUTE VacM-Pendientes = VacM-Causados - VacM-Tomados.
           MOVE VacM-Pendientes TO VacM-Pendientes-Ed.

      * la cedula debe existir en el maestro; se guardan nombre,
      * estado y fecha de ingreso para el saldo.
       Validar-Cedula-Vacaciones.
           MOVE "N" TO VacM-Existe.
           MOVE "N" TO VacM-Activo.
           MOVE SPACES TO VacM-Nombre.
           MOVE ZEROES TO VacM-Ingreso.
           OPEN INPUT EMPLEADO-ARCHIVO.
           MOVE VacM-Cedula TO Empleado-cedula.
           READ EMPLEADO-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO VacM-Existe
                   MOVE Empleado-nombre TO VacM-Nombre
                   MOVE Empleado-fecha-ingreso TO VacM-Ingreso
                   IF NOT Empleado-inactivo
                       MOVE "S" TO VacM-Activo
                   END-IF
           END-READ.
           CLOSE EMPLEADO-ARCHIVO.

       Capturar-Vacaciones.
           DISPLAY "Cedula del empleado".
           ACCEPT VacM-Cedula.
           PERFORM Validar-Cedula-Vacaciones.
           IF VacM-Existe NOT = "S" OR VacM-Activo NOT = "S"
               DISPLAY "La cedula no existe o el empleado esta"
               DISPLAY "inactivo; vacaciones no capturadas."
           ELSE
               ACCEPT VacM-Fecha-Corte FROM DATE YYYYMMDD
               PERFORM Calcular-Saldo-Vacaciones
               DISPLAY VacM-Nombre " tiene " VacM-Pendientes-Ed
                   " dias pendientes a hoy."
               PERFORM Pedir-Datos-Vacaciones
           END-IF.

       Pedir-Datos-Vacaciones.
           DISPLAY "Periodo de nomina que paga las vacaciones (AAAAMM)".
           ACCEPT VacM-Periodo.
           DISPLAY "Fecha de inicio del disfrute (AAAAMMDD, 0 si solo"
           DISPLAY "se compensan en dinero)".
           PERFORM Leer-Numero-Novedad.
           MOVE Staging-Salario TO VacM-Fecha-Inicio.
           DISPLAY "Dias habiles de disfrute".
           PERFORM Leer-Numero-Novedad.
           MOVE Staging-Salario TO Par-Valor-Num.
           MOVE Par-Valor-Num TO VacM-Habiles.
           DISPLAY "Dias compensados en dinero".
           PERFORM Leer-Numero-Novedad.
           MOVE Staging-Salario TO Par-Valor-Num.
           MOVE Par-Valor-Num TO VacM-Compensados.
           MOVE VacM-Fecha-Inicio TO Baja-Fecha-Base.
           EVALUATE TRUE
               WHEN VacM-Periodo NOT NUMERIC OR
                   VacM-Periodo(5:2) < "01" OR
                   VacM-Periodo(5:2) > "12"
                   DISPLAY "Periodo invalido; vacaciones no capturadas."
               WHEN VacM-Habiles = ZERO AND VacM-Compensados = ZERO
                   DISPLAY "Sin dias; vacaciones no capturadas."
               WHEN VacM-Habiles > ZERO AND VacM-Fecha-Inicio = ZERO
                   DISPLAY "El disfrute necesita la fecha de inicio;"
                   DISPLAY "vacaciones no capturadas."
               WHEN VacM-Fecha-Inicio NOT = ZERO AND
                   (Baja-Base-Mes < 01 OR Baja-Base-Mes > 12 OR
                    Baja-Base-Dia < 01 OR Baja-Base-Dia > 31)
                   DISPLAY "Fecha de inicio invalida; vacaciones no"
                   DISPLAY "capturadas."
               WHEN OTHER
                   PERFORM Confirmar-Vacaciones
           END-EVALUATE.

      * tomar mas dias de los causados es un anticipo de vacaciones;
      * se permite, pero con confirmacion.
       Confirmar-Vacaciones.
           MOVE "S" TO si-no.
           COMPUTE VacM-Nuevos = VacM-Habiles + VacM-Compensados.
           IF VacM-Nuevos > VacM-Pendientes
               DISPLAY "Los dias superan el saldo pendiente (anticipo"
               DISPLAY "de vacaciones). Confirma la captura (S/N) ?"
               ACCEPT si-no
               IF si-no = "s"
                   MOVE "S" TO si-no
               END-IF
           END-IF.
           IF si-no NOT = "S"
               DISPLAY "Vacaciones no capturadas."
           ELSE
               IF Vac-Num-Entradas >= 5000
                   DISPLAY "Libro de vacaciones lleno; vacaciones no"
                   DISPLAY "capturadas."
               ELSE
                   ADD 1 TO Vac-Num-Entradas
                   MOVE VacM-Cedula TO Vac-Cedula(Vac-Num-Entradas)
                   MOVE VacM-Periodo TO Vac-Periodo(Vac-Num-Entradas)
                   MOVE VacM-Fecha-Inicio TO
                       Vac-Fecha-Inicio(Vac-Num-Entradas)
                   MOVE VacM-Habiles TO
                       Vac-Dias-Habiles(Vac-Num-Entradas)
                   MOVE VacM-Compensados TO
                       Vac-Dias-Compensados(Vac-Num-Entradas)
                   MOVE ZEROES TO Vac-Valor(Vac-Num-Entradas)
                   MOVE "D" TO Vac-Tipo(Vac-Num-Entradas)
                   MOVE "P" TO Vac-Estado(Vac-Num-Entradas)
                   PERFORM Grabar-Vacaciones
                   MOVE VacM-Cedula TO Audit-Cedula
                   MOVE "VACACION" TO Audit-Accion
                   PERFORM Registrar-Auditoria
                   DISPLAY "Vacaciones capturadas para el periodo "
                       VacM-Periodo
               END-IF
           END-IF.

      * solo se eliminan las vacaciones que ninguna nomina ha pagado.
       Eliminar-Vacaciones.
           DISPLAY "Cedula de las vacaciones a eliminar".
           ACCEPT VacM-Cedula.
           DISPLAY "Periodo de nomina (AAAAMM)".
           ACCEPT VacM-Periodo.
           MOVE ZEROES TO Vac-Encontrado-Idx.
           PERFORM VARYING Vac-i FROM 1 BY 1
               UNTIL Vac-i > Vac-Num-Entradas
               IF Vac-Cedula(Vac-i) = VacM-Cedula AND
                   Vac-Periodo(Vac-i) = VacM-Periodo AND
                   Vac-Tipo(Vac-i) = "D" AND
                   Vac-Estado(Vac-i) = "P"
                   MOVE Vac-i TO Vac-Encontrado-Idx
               END-IF
           END-PERFORM.
           IF Vac-Encontrado-Idx = ZERO
               DISPLAY "No hay vacaciones sin liquidar para esa cedula"
               DISPLAY "en ese periodo."
           ELSE
               PERFORM VARYING Vac-i FROM Vac-Encontrado-Idx BY 1
                   UNTIL Vac-i >= Vac-Num-Entradas
                   COMPUTE Vac-Encontrado-Idx = Vac-i + 1
                   MOVE Vac-Entrada(Vac-Encontrado-Idx) TO
                       Vac-Entrada(Vac-i)
               END-PERFORM
               SUBTRACT 1 FROM Vac-Num-Entradas
               PERFORM Grabar-Vacaciones
               MOVE VacM-Cedula TO Audit-Cedula
               MOVE "ELIMVAC" TO Audit-Accion
               PERFORM Registrar-Auditoria
               DISPLAY "Vacaciones eliminadas."
           END-IF.

      * libro de todos los empleados activos a la fecha de hoy
      * (LIBRO-VACACIONES.TXT).
       Listar-Libro-Vacaciones.
           ACCEPT VacM-Fecha-Corte FROM DATE YYYYMMDD.
           OPEN OUTPUT LIBROVAC-ARCHIVO.
           MOVE SPACES TO Librovac-Linea.
           STRING "LIBRO DE VACACIONES AL " DELIMITED BY SIZE
                  VacM-Fecha-Corte         DELIMITED BY SIZE
               INTO Librovac-Linea.
           WRITE Librovac-Linea.
           MOVE SPACES TO Librovac-Linea.
           STRING "CEDULA       NOMBRE                          "
               "INGRESO   CAUSADOS  TOMADOS  PENDIENTES"
               DELIMITED BY SIZE
               INTO Librovac-Linea.
           WRITE Librovac-Linea.
           MOVE ZEROES TO VacM-Contador.
           MOVE ZEROES TO VacM-Total-Pendientes.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT EMPLEADO-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ EMPLEADO-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       IF NOT Empleado-inactivo
                           PERFORM Escribir-Libro-Empleado
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLEADO-ARCHIVO.
           MOVE VacM-Total-Pendientes TO VacM-Total-Ed.
           MOVE SPACES TO Librovac-Linea.
           STRING "TOTAL EMPLEADOS: "   DELIMITED BY SIZE
                  VacM-Contador         DELIMITED BY SIZE
                  " DIAS PENDIENTES: "  DELIMITED BY SIZE
                  VacM-Total-Ed         DELIMITED BY SIZE
               INTO Librovac-Linea.
           WRITE Librovac-Linea.
           DISPLAY Librovac-Linea.
           CLOSE LIBROVAC-ARCHIVO.
           DISPLAY "Libro grabado en LIBRO-VACACIONES.TXT".

       Escribir-Libro-Empleado.
           MOVE Empleado-cedula TO VacM-Cedula.
           MOVE Empleado-fecha-ingreso TO VacM-Ingreso.
           PERFORM Calcular-Saldo-Vacaciones.
           ADD 1 TO VacM-Contador.
           ADD VacM-Pendientes TO VacM-Total-Pendientes.
           PERFORM Armar-Linea-Vacaciones.
           WRITE Librovac-Linea.
           DISPLAY Librovac-Linea.

       Armar-Linea-Vacaciones.
           MOVE VacM-Causados TO VacM-Causados-Ed.
           MOVE VacM-Tomados TO VacM-Tomados-Ed.
           MOVE SPACES TO Librovac-Linea.
           STRING Empleado-cedula        DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  Empleado-nombre        DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  Empleado-fecha-ingreso DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  VacM-Causados-Ed       DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  VacM-Tomados-Ed        DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  VacM-Pendientes-Ed     DELIMITED BY SIZE
               INTO Librovac-Linea.

      * reporte mensual de riesgo: empleados activos que al cierre
      * del periodo tienen mas de 30 dias pendientes, es decir mas de
      * dos periodos causados sin disfrutar
      * (RIESGO-VACACIONES-AAAAMM.TXT).
       Reporte-Riesgo-Vacaciones.
           IF Batch-Modo = "S"
               MOVE Batch-Periodo TO VacM-Periodo
           ELSE
               DISPLAY "Periodo del reporte (AAAAMM)"
               ACCEPT VacM-Periodo
           END-IF.
           IF VacM-Periodo NOT NUMERIC OR VacM-Periodo = ZERO
               DISPLAY "Periodo invalido; reporte cancelado."
           ELSE
               PERFORM Escribir-Riesgo-Vacaciones
           END-IF.

       Escribir-Riesgo-Vacaciones.
           MOVE VacM-Periodo TO VacM-Fecha-Corte(1:6).
           MOVE "30" TO VacM-Fecha-Corte(7:2).
           MOVE SPACES TO Riesgovac-Archivo-Nombre.
           STRING "RIESGO-VACACIONES-" DELIMITED BY SIZE
                  VacM-Periodo         DELIMITED BY SIZE
                  ".TXT"               DELIMITED BY SIZE
               INTO Riesgovac-Archivo-Nombre.
           OPEN OUTPUT RIESGOVAC-ARCHIVO.
           MOVE SPACES TO Riesgovac-Linea.
           STRING "EMPLEADOS CON MAS DE DOS PERIODOS DE VACACIONES "
               "PENDIENTES AL CIERRE DE " DELIMITED BY SIZE
                  VacM-Periodo DELIMITED BY SIZE
               INTO Riesgovac-Linea.
           WRITE Riesgovac-Linea.
           MOVE SPACES TO Riesgovac-Linea.
           STRING "CEDULA       NOMBRE                          "
               "INGRESO   CAUSADOS  TOMADOS  PENDIENTES"
               DELIMITED BY SIZE
               INTO Riesgovac-Linea.
           WRITE Riesgovac-Linea.
           MOVE ZEROES TO VacM-Contador.
           MOVE ZEROES TO VacM-Total-Pendientes.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT EMPLEADO-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ EMPLEADO-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       IF NOT Empleado-inactivo
                           PERFORM Revisar-Riesgo-Empleado
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLEADO-ARCHIVO.
           MOVE VacM-Total-Pendientes TO VacM-Total-Ed.
           MOVE SPACES TO Riesgovac-Linea.
           STRING "EMPLEADOS EN RIESGO: " DELIMITED BY SIZE
                  VacM-Contador           DELIMITED BY SIZE
                  " DIAS PENDIENTES: "    DELIMITED BY SIZE
                  VacM-Total-Ed           DELIMITED BY SIZE
               INTO Riesgovac-Linea.
           WRITE Riesgovac-Linea.
           CLOSE RIESGOVAC-ARCHIVO.
           DISPLAY "Empleados con mas de 30 dias pendientes: "
               VacM-Contador.
           DISPLAY "Reporte grabado en " Riesgovac-Archivo-Nombre.

       Revisar-Riesgo-Empleado.
           MOVE Empleado-cedula TO VacM-Cedula.
           MOVE Empleado-fecha-ingreso TO VacM-Ingreso.
           PERFORM Calcular-Saldo-Vacaciones.
           IF VacM-Pendientes > 30
               ADD 1 TO VacM-Contador
               ADD VacM-Pendientes TO VacM-Total-Pendientes
               PERFORM Armar-Linea-Vacaciones
               MOVE Librovac-Linea TO Riesgovac-Linea
               WRITE Riesgovac-Linea
           END-IF.

      * antes de abrir el resultado del periodo se acumula, para los
      * empleados con vacaciones en el periodo, lo devengado sin
      * vacaciones en los doce periodos anteriores.
       Cargar-Promedios-Vacaciones.
           MOVE ZEROES TO VacP-Num.
           PERFORM VARYING Vac-i FROM 1 BY 1
               UNTIL Vac-i > Vac-Num-Entradas
               IF Vac-Periodo(Vac-i) = Nomina-Periodo AND
                   Vac-Tipo(Vac-i) = "D"
                   PERFORM Agregar-Promedio-Vacaciones
               END-IF
           END-PERFORM.
           IF VacP-Num > ZERO
               DIVIDE Nomina-Periodo BY 100 GIVING VacP-Ano
                   REMAINDER VacP-Mes
               PERFORM Acumular-Mes-Promedio
                   VARYING VacP-Mes-i FROM 1 BY 1
                   UNTIL VacP-Mes-i > 12
           END-IF.

       Agregar-Promedio-Vacaciones.
           MOVE ZEROES TO VacP-Idx.
           PERFORM VARYING VacP-i FROM 1 BY 1
               UNTIL VacP-i > VacP-Num
               IF VacP-Cedula(VacP-i) = Vac-Cedula(Vac-i)
                   MOVE VacP-i TO VacP-Idx
               END-IF
           END-PERFORM.
           IF VacP-Idx = ZERO
               IF VacP-Num >= 5000
                   DISPLAY "Aviso: mas de 5000 empleados con"
                       " vacaciones; " Vac-Cedula(Vac-i)
                       " se paga al salario basico."
               ELSE
                   ADD 1 TO VacP-Num
                   MOVE Vac-Cedula(Vac-i) TO VacP-Cedula(VacP-Num)
                   MOVE ZEROES TO VacP-Suma(VacP-Num)
                   MOVE ZEROES TO VacP-Meses(VacP-Num)
               END-IF
           END-IF.

       Acumular-Mes-Promedio.
           IF VacP-Mes = 01
               MOVE 12 TO VacP-Mes
               SUBTRACT 1 FROM VacP-Ano
           ELSE
               SUBTRACT 1 FROM VacP-Mes
           END-IF.
           COMPUTE Liquidacion-Periodo = VacP-Ano * 100 + VacP-Mes.
           PERFORM Armar-Nombre-Liquidacion.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT LIQUIDACION-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ LIQUIDACION-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       PERFORM Normalizar-Resultado
                       PERFORM Acumular-Promedio-Resultado
               END-READ
           END-PERFORM
           CLOSE LIQUIDACION-ARCHIVO.

       Acumular-Promedio-Resultado.
           PERFORM VARYING VacP-i FROM 1 BY 1
               UNTIL VacP-i > VacP-Num
               IF VacP-Cedula(VacP-i) = Liqres-cedula
                   COMPUTE VacP-Ordinario =
                       Liqres-bruto - Liqres-vacaciones
                       + Liqres-vac-ajuste
                   ADD VacP-Ordinario TO VacP-Suma(VacP-i)
                   ADD 1 TO VacP-Meses(VacP-i)
               END-IF
           END-PERFORM.

      * codigo para la liquidacion especial de prestaciones sociales,
      * aparte de la nomina ordinaria: la prima de servicios del
      * semestre (periodo AAAA06 o AAAA12) y las cesantias e
      * intereses del año AAAA, para cada empleado activo, sobre el
      * salario basico y los dias trabajados en el periodo (base 360,
      * desde el inicio del periodo o desde el ingreso). La prima y
      * los intereses quedan pendientes en PAGOSFINALES.TXT (conceptos
      * PR e IC) y salen en la proxima dispersion (opcion D); las
      * cesantias van a CESANTIAS-AAAA.TXT agrupadas por fondo. Cada
      * liquidacion queda anotada en PRESTACIONES.CTL y no se deja
      * repetir. En batch el mes del periodo decide: 06 o 12 prima del
      * semestre, 01 o 02 cesantias del año anterior.
       Prestaciones-Sociales.
           MOVE SPACES TO Prest-Tipo.
           MOVE ZEROES TO Prest-Periodo.
           MOVE ZEROES TO Prest-Ano.
           IF Batch-Modo = "S"
               MOVE Batch-Periodo TO Prest-Periodo
               MOVE Prest-Periodo(5:2) TO Prest-Mes
               EVALUATE Prest-Mes
                   WHEN 06
                   WHEN 12
                       MOVE "P" TO Prest-Tipo
                   WHEN 01
                   WHEN 02
                       MOVE "C" TO Prest-Tipo
                       COMPUTE Prest-Ano = Batch-Periodo / 100 - 1
                   WHEN OTHER
                       MOVE "X" TO Prest-Tipo
               END-EVALUATE
           ELSE
               DISPLAY "P. Prima de servicios del semestre"
               DISPLAY "C. Cesantias e intereses del año"
               DISPLAY "Selecione > "
               ACCEPT Prest-Tipo
               IF Prest-Tipo = "p"
                   MOVE "P" TO Prest-Tipo
               END-IF
               IF Prest-Tipo = "c"
                   MOVE "C" TO Prest-Tipo
               END-IF
               IF Prest-Tipo = "P"
                   DISPLAY "Periodo de la prima (AAAA06 o AAAA12)"
                   ACCEPT Prest-Periodo
               END-IF
               IF Prest-Tipo = "C"
                   DISPLAY "Año de las cesantias (AAAA)"
                   ACCEPT Prest-Ano
               END-IF
           END-IF.
           EVALUATE Prest-Tipo
               WHEN "P"
                   MOVE Prest-Periodo(1:4) TO Prest-Ano
                   MOVE Prest-Periodo(5:2) TO Prest-Mes
                   IF Prest-Periodo NOT NUMERIC OR Prest-Ano = ZERO OR
                       (Prest-Mes NOT = 06 AND Prest-Mes NOT = 12)
                       DISPLAY "Periodo invalido; la prima se liquida"
                           " en junio (AAAA06) o diciembre (AAAA12)."
                   ELSE
                       PERFORM Prestaciones-Prima
                   END-IF
               WHEN "C"
                   IF Prest-Ano NOT NUMERIC OR Prest-Ano = ZERO
                       DISPLAY "Año invalido; liquidacion cancelada."
                   ELSE
                       PERFORM Prestaciones-Cesantias
                   END-IF
               WHEN "X"
                   DISPLAY "El periodo " Batch-Periodo " no es de"
                       " prima (06, 12) ni de cesantias (01, 02);"
                       " liquidacion cancelada."
               WHEN OTHER
                   DISPLAY "Opción inválida."
           END-EVALUATE.

       Prestaciones-Prima.
           IF Prest-Mes = 06
               COMPUTE Prest-Desde = Prest-Ano * 10000 + 0101
               COMPUTE Prest-Hasta = Prest-Ano * 10000 + 0630
               MOVE 01 TO Prov-Mes-Desde
               MOVE 06 TO Prov-Mes-Hasta
           ELSE
               COMPUTE Prest-Desde = Prest-Ano * 10000 + 0701
               COMPUTE Prest-Hasta = Prest-Ano * 10000 + 1231
               MOVE 07 TO Prov-Mes-Desde
               MOVE 12 TO Prov-Mes-Hasta
           END-IF.
           MOVE 180 TO Prest-Tope.
           MOVE SPACES TO Prest-Archivo-Nombre.
           STRING "PRIMA-"       DELIMITED BY SIZE
                  Prest-Periodo  DELIMITED BY SIZE
                  ".TXT"         DELIMITED BY SIZE
               INTO Prest-Archivo-Nombre.
           MOVE SPACES TO Provision-Archivo-Nombre.
           STRING "PROVISION-PRIMA-" DELIMITED BY SIZE
                  Prest-Periodo      DELIMITED BY SIZE
                  ".TXT"             DELIMITED BY SIZE
               INTO Provision-Archivo-Nombre.
           PERFORM Prestaciones-Confirmar.

       Prestaciones-Cesantias.
           COMPUTE Prest-Periodo = Prest-Ano * 100 + 12.
           COMPUTE Prest-Desde = Prest-Ano * 10000 + 0101.
           COMPUTE Prest-Hasta = Prest-Ano * 10000 + 1231.
           MOVE 01 TO Prov-Mes-Desde.
           MOVE 12 TO Prov-Mes-Hasta.
           MOVE 360 TO Prest-Tope.
           MOVE SPACES TO Prest-Archivo-Nombre.
           STRING "INTERESES-CESANTIAS-" DELIMITED BY SIZE
                  Prest-Ano              DELIMITED BY SIZE
                  ".TXT"                 DELIMITED BY SIZE
               INTO Prest-Archivo-Nombre.
           MOVE SPACES TO Cesantias-Archivo-Nombre.
           STRING "CESANTIAS-" DELIMITED BY SIZE
                  Prest-Ano    DELIMITED BY SIZE
                  ".TXT"       DELIMITED BY SIZE
               INTO Cesantias-Archivo-Nombre.
           MOVE SPACES TO Provision-Archivo-Nombre.
           STRING "PROVISION-CESANTIAS-" DELIMITED BY SIZE
                  Prest-Ano              DELIMITED BY SIZE
                  ".TXT"                 DELIMITED BY SIZE
               INTO Provision-Archivo-Nombre.
           PERFORM Prestaciones-Confirmar.

       Prestaciones-Confirmar.
           PERFORM Prestaciones-Verificar-Control.
           IF Prest-Ya-Hecha = "S"
               IF Prest-Tipo = "P"
                   DISPLAY "La prima del periodo " Prest-Periodo
                       " ya fue liquidada (PRESTACIONES.CTL);"
               ELSE
                   DISPLAY "Las cesantias del año " Prest-Ano
                       " ya fueron liquidadas (PRESTACIONES.CTL);"
               END-IF
               DISPLAY "liquidacion cancelada."
           ELSE
               MOVE "S" TO si-no
               IF Batch-Modo NOT = "S"
                   DISPLAY "Se liquida del " Prest-Desde " al "
                       Prest-Hasta " para los empleados activos."
                   DISPLAY "Confirma la liquidacion (S/N) ?"
                   ACCEPT si-no
                   IF si-no = "s"
                       MOVE "S" TO si-no
                   END-IF
               END-IF
               IF si-no = "S"
                   PERFORM Prestaciones-Liquidar
               ELSE
                   DISPLAY "Liquidacion cancelada."
               END-IF
           END-IF.

       Prestaciones-Verificar-Control.
           MOVE "N" TO Prest-Ya-Hecha.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT PRESTCTL-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ PRESTCTL-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       IF Prestctl-tipo = Prest-Tipo AND
                           Prestctl-periodo = Prest-Periodo
                           MOVE "S" TO Prest-Ya-Hecha
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRESTCTL-ARCHIVO.

       Prestaciones-Liquidar.
           ACCEPT Prest-Fecha FROM DATE YYYYMMDD.
           MOVE ZEROES TO PrestT-Empleados.
           MOVE ZEROES TO PrestT-Valor.
           MOVE ZEROES TO PrestT-Intereses.
           MOVE ZEROES TO PrestT-Sin-Fondo.
           MOVE ZEROES TO Ces-Num.
           MOVE ZEROES TO CesF-Num.
           MOVE ZEROES TO ProvD-Num.
           INITIALIZE CesF-Tabla.
           INITIALIZE ProvD-Tabla.

           OPEN OUTPUT PRESTACIONES-ARCHIVO.
           MOVE SPACES TO Prestacion-Linea.
           IF Prest-Tipo = "P"
               STRING "LIQUIDACION DE PRIMA DE SERVICIOS DEL "
                   DELIMITED BY SIZE
                      Prest-Desde  DELIMITED BY SIZE
                      " AL "       DELIMITED BY SIZE
                      Prest-Hasta  DELIMITED BY SIZE
                   INTO Prestacion-Linea
           ELSE
               STRING "LIQUIDACION DE CESANTIAS E INTERESES DEL "
                   DELIMITED BY SIZE
                      Prest-Desde  DELIMITED BY SIZE
                      " AL "       DELIMITED BY SIZE
                      Prest-Hasta  DELIMITED BY SIZE
                   INTO Prestacion-Linea
           END-IF.
           WRITE Prestacion-Linea.
           MOVE SPACES TO Prestacion-Linea.
           STRING "EMPRESA "     DELIMITED BY SIZE
                  Empresa-Nombre DELIMITED BY SIZE
                  " NIT "        DELIMITED BY SIZE
                  Empresa-Nit    DELIMITED BY SIZE
                  " FECHA "      DELIMITED BY SIZE
                  Prest-Fecha    DELIMITED BY SIZE
               INTO Prestacion-Linea.
           WRITE Prestacion-Linea.
           MOVE SPACES TO Prestacion-Linea.
           IF Prest-Tipo = "P"
               STRING "CEDULA     NOMBRE                        "
                   "DEPARTAMENTO   INICIO   DIAS SALARIO  PRIMA"
                   DELIMITED BY SIZE
                   INTO Prestacion-Linea
           ELSE
               STRING "CEDULA     NOMBRE                        "
                   "DEPARTAMENTO   INICIO   DIAS SALARIO  "
                   "CESANTIAS INTERESES FONDO" DELIMITED BY SIZE
                   INTO Prestacion-Linea
           END-IF.
           WRITE Prestacion-Linea.

           OPEN EXTEND PAGOSFINALES-ARCHIVO.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT EMPLEADO-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ EMPLEADO-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       IF NOT Empleado-inactivo
                           PERFORM Prestaciones-Empleado
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLEADO-ARCHIVO.
           CLOSE PAGOSFINALES-ARCHIVO.

           MOVE SPACES TO Prestacion-Linea.
           IF Prest-Tipo = "P"
               STRING "EMPLEADOS: "    DELIMITED BY SIZE
                      PrestT-Empleados DELIMITED BY SIZE
                      " TOTAL PRIMA: " DELIMITED BY SIZE
                      PrestT-Valor     DELIMITED BY SIZE
                   INTO Prestacion-Linea
           ELSE
               STRING "EMPLEADOS: "    DELIMITED BY SIZE
                      PrestT-Empleados DELIMITED BY SIZE
                      " CESANTIAS: "   DELIMITED BY SIZE
                      PrestT-Valor     DELIMITED BY SIZE
                      " INTERESES: "   DELIMITED BY SIZE
                      PrestT-Intereses DELIMITED BY SIZE
                      " SIN FONDO: "   DELIMITED BY SIZE
                      PrestT-Sin-Fondo DELIMITED BY SIZE
                   INTO Prestacion-Linea
           END-IF.
           WRITE Prestacion-Linea.
           CLOSE PRESTACIONES-ARCHIVO.

           IF Prest-Tipo = "C"
               PERFORM Escribir-Consignacion-Cesantias
           END-IF.
           PERFORM Prov-Leer-Contables.
           PERFORM Escribir-Provision-Prestaciones.

           OPEN EXTEND PRESTCTL-ARCHIVO.
           MOVE Prest-Tipo TO Prestctl-tipo.
           MOVE Prest-Periodo TO Prestctl-periodo.
           MOVE Prest-Fecha TO Prestctl-fecha.
           MOVE Operador-Actual TO Prestctl-operador.
           WRITE Prestctl-Registro.
           CLOSE PRESTCTL-ARCHIVO.

           MOVE Prest-Periodo TO Audit-Cedula.
           IF Prest-Tipo = "P"
               MOVE "PRIMA" TO Audit-Accion
           ELSE
               MOVE "CESANTIAS" TO Audit-Accion
           END-IF.
           PERFORM Registrar-Auditoria.

           DISPLAY "Empleados liquidados : " PrestT-Empleados.
           IF Prest-Tipo = "P"
               DISPLAY "Total prima          : " PrestT-Valor
           ELSE
               DISPLAY "Total cesantias      : " PrestT-Valor
               DISPLAY "Total intereses      : " PrestT-Intereses
               DISPLAY "Consignacion por fondo en "
                   Cesantias-Archivo-Nombre
               IF PrestT-Sin-Fondo NOT = ZERO
                   DISPLAY "Aviso: " PrestT-Sin-Fondo " empleados sin"
                       " fondo de cesantias en el maestro (grupo SIN"
                       " FONDO); actualice el fondo con la opcion 6."
               END-IF
           END-IF.
           DISPLAY "Detalle en " Prest-Archivo-Nombre.
           DISPLAY "Pagado contra provisionado en "
               Provision-Archivo-Nombre.
           DISPLAY "Los pagos salen en la proxima dispersion (opcion"
               " D).".

      * los dias van del inicio del periodo (o del ingreso, si fue
      * despues) a la fecha de corte, inclusive, con tope de 180 en
      * la prima y 360 en las cesantias.
       Prestaciones-Empleado.
           MOVE Prest-Desde TO Prest-Inicio.
           IF Empleado-fecha-ingreso NUMERIC AND
               Empleado-fecha-ingreso > Prest-Desde
               MOVE Empleado-fecha-ingreso TO Prest-Inicio
           END-IF.
           IF Prest-Inicio NOT > Prest-Hasta
               MOVE Prest-Inicio TO Baja-Fecha-Base
               MOVE Prest-Hasta TO Baja-Fecha-Retiro
               PERFORM Calcular-Dias-360
               ADD 1 TO Baja-Dias
               IF Baja-Dias > Prest-Tope
                   MOVE Prest-Tope TO Baja-Dias
               END-IF
               MOVE Baja-Dias TO Prest-Dias
               COMPUTE Prest-Valor ROUNDED =
                   Empleado-salario-basico * Prest-Dias / 360
               MOVE ZEROES TO Prest-Intereses
               IF Prest-Tipo = "C"
                   COMPUTE Prest-Intereses ROUNDED =
                       Prest-Valor * 0.12 * Prest-Dias / 360
               END-IF
               IF Prest-Valor > ZERO
                   PERFORM Prestaciones-Pagar-Empleado
               END-IF
           END-IF.

       Prestaciones-Pagar-Empleado.
           ADD 1 TO PrestT-Empleados.
           ADD Prest-Valor TO PrestT-Valor.
           ADD Prest-Intereses TO PrestT-Intereses.
           MOVE Empleado-departamento TO ProvD-Buscar.
           PERFORM Prov-Agregar-Departamento.
           IF ProvD-Idx NOT = ZERO
               ADD Prest-Valor TO ProvD-Pagado(ProvD-Idx)
               ADD Prest-Intereses TO ProvD-Pag-Intereses(ProvD-Idx)
           END-IF.

           MOVE SPACES TO Pagofinal-Registro.
           MOVE Empleado-cedula TO Pagofinal-cedula.
           MOVE Empleado-nombre TO Pagofinal-nombre.
           SET Pagofinal-pendiente TO TRUE.
           MOVE ZEROES TO Pagofinal-fecha-envio.
           MOVE Prest-Hasta TO Pagofinal-fecha-retiro.
           MOVE ZEROES TO Pagofinal-salario-mes.
           MOVE ZEROES TO Pagofinal-cesantias.
           MOVE ZEROES TO Pagofinal-intereses.
           MOVE ZEROES TO Pagofinal-prima.
           MOVE ZEROES TO Pagofinal-vacaciones.
           MOVE SPACES TO Prestacion-Linea.
           IF Prest-Tipo = "P"
               MOVE Prest-Valor TO Pagofinal-valor
               MOVE Prest-Valor TO Pagofinal-prima
               SET Pagofinal-prima-servicios TO TRUE
               WRITE Pagofinal-Registro
               STRING Empleado-cedula         DELIMITED BY SIZE
                      Empleado-nombre         DELIMITED BY SIZE
                      Empleado-departamento   DELIMITED BY SIZE
                      Prest-Inicio            DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      Prest-Dias              DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      Empleado-salario-basico DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      Prest-Valor             DELIMITED BY SIZE
                   INTO Prestacion-Linea
           ELSE
               IF Prest-Intereses > ZERO
                   MOVE Prest-Intereses TO Pagofinal-valor
                   MOVE Prest-Intereses TO Pagofinal-intereses
                   SET Pagofinal-intereses-ces TO TRUE
                   WRITE Pagofinal-Registro
               END-IF
               PERFORM Prestaciones-Anotar-Cesantias
               STRING Empleado-cedula         DELIMITED BY SIZE
                      Empleado-nombre         DELIMITED BY SIZE
                      Empleado-departamento   DELIMITED BY SIZE
                      Prest-Inicio            DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      Prest-Dias              DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      Empleado-salario-basico DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      Prest-Valor             DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      Prest-Intereses         DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      CesF-Buscar             DELIMITED BY SIZE
                   INTO Prestacion-Linea
           END-IF.
           WRITE Prestacion-Linea.

      * las cesantias se guardan por empleado y se acumulan por
      * fondo; sin fondo en el maestro van al grupo SIN FONDO.
       Prestaciones-Anotar-Cesantias.
           IF Empleado-fondo-cesantias = SPACES
               MOVE "SIN FONDO" TO CesF-Buscar
               ADD 1 TO PrestT-Sin-Fondo
           ELSE
               MOVE Empleado-fondo-cesantias TO CesF-Buscar
           END-IF.
           MOVE ZEROES TO CesF-Idx.
           PERFORM VARYING CesF-i FROM 1 BY 1
               UNTIL CesF-i > CesF-Num OR CesF-Idx NOT = ZERO
               IF CesF-Fondo(CesF-i) = CesF-Buscar
                   MOVE CesF-i TO CesF-Idx
               END-IF
           END-PERFORM.
           IF CesF-Idx = ZERO
               IF CesF-Num >= 50
                   DISPLAY "Aviso: mas de 50 fondos de cesantias; no"
                       " se consigna a " Empleado-cedula
               ELSE
                   ADD 1 TO CesF-Num
                   MOVE CesF-Buscar TO CesF-Fondo(CesF-Num)
                   MOVE CesF-Num TO CesF-Idx
               END-IF
           END-IF.
           IF CesF-Idx NOT = ZERO
               IF Ces-Num >= 5000
                   DISPLAY "Aviso: mas de 5000 empleados; no se"
                       " consigna a " Empleado-cedula
               ELSE
                   ADD 1 TO CesF-Cant(CesF-Idx)
                   ADD Prest-Valor TO CesF-Valor(CesF-Idx)
                   ADD 1 TO Ces-Num
                   MOVE Empleado-cedula TO Ces-Cedula(Ces-Num)
                   MOVE Empleado-nombre TO Ces-Nombre(Ces-Num)
                   MOVE CesF-Buscar TO Ces-Fondo(Ces-Num)
                   MOVE Prest-Dias TO Ces-Dias(Ces-Num)
                   MOVE Empleado-salario-basico TO
                       Ces-Salario(Ces-Num)
                   MOVE Prest-Valor TO Ces-Valor(Ces-Num)
               END-IF
           END-IF.

      * archivo de consignacion: 01 empresa y año, por cada fondo un
      * 02 con sus totales seguido de los 03 de sus empleados, y el
      * 09 de totales. El grupo SIN FONDO va al final para que no se
      * consigne hasta corregir el maestro.
       Escribir-Consignacion-Cesantias.
           OPEN OUTPUT CESANTIAS-ARCHIVO.
           MOVE SPACES TO Cesantia-Linea.
           STRING "01"           DELIMITED BY SIZE
                  Empresa-Nit    DELIMITED BY SIZE
                  Empresa-Nombre DELIMITED BY SIZE
                  Prest-Ano      DELIMITED BY SIZE
                  Prest-Fecha    DELIMITED BY SIZE
               INTO Cesantia-Linea.
           WRITE Cesantia-Linea.
           MOVE "F" TO Ces-Pasada.
           PERFORM Escribir-Fondo-Cesantias
               VARYING CesF-i FROM 1 BY 1
               UNTIL CesF-i > CesF-Num.
           MOVE "S" TO Ces-Pasada.
           PERFORM Escribir-Fondo-Cesantias
               VARYING CesF-i FROM 1 BY 1
               UNTIL CesF-i > CesF-Num.
           MOVE SPACES TO Cesantia-Linea.
           STRING "09"             DELIMITED BY SIZE
                  Ces-Num          DELIMITED BY SIZE
                  PrestT-Valor     DELIMITED BY SIZE
                  PrestT-Sin-Fondo DELIMITED BY SIZE
               INTO Cesantia-Linea.
           WRITE Cesantia-Linea.
           CLOSE CESANTIAS-ARCHIVO.

       Escribir-Fondo-Cesantias.
           IF (Ces-Pasada = "F" AND
               CesF-Fondo(CesF-i) NOT = "SIN FONDO") OR
               (Ces-Pasada = "S" AND CesF-Fondo(CesF-i) = "SIN FONDO")
               MOVE SPACES TO Cesantia-Linea
               STRING "02"                DELIMITED BY SIZE
                      CesF-Fondo(CesF-i)  DELIMITED BY SIZE
                      CesF-Cant(CesF-i)   DELIMITED BY SIZE
                      CesF-Valor(CesF-i)  DELIMITED BY SIZE
                   INTO Cesantia-Linea
               WRITE Cesantia-Linea
               PERFORM Escribir-Cesantia-Empleado
                   VARYING Ces-i FROM 1 BY 1
                   UNTIL Ces-i > Ces-Num
           END-IF.

       Escribir-Cesantia-Empleado.
           IF Ces-Fondo(Ces-i) = CesF-Fondo(CesF-i)
               MOVE SPACES TO Cesantia-Detalle
               MOVE "03" TO Cesdet-tipo
               MOVE Ces-Fondo(Ces-i) TO Cesdet-fondo
               MOVE Ces-Cedula(Ces-i) TO Cesdet-cedula
               MOVE Ces-Nombre(Ces-i) TO Cesdet-nombre
               MOVE Ces-Dias(Ces-i) TO Cesdet-dias
               MOVE Ces-Salario(Ces-i) TO Cesdet-salario
               MOVE Ces-Valor(Ces-i) TO Cesdet-cesantias
               MOVE Prest-Fecha TO Cesdet-fecha-consignacion
               WRITE Cesantia-Detalle
           END-IF.

      * busca el departamento de ProvD-Buscar en la tabla y lo agrega
      * si no esta; ProvD-Idx queda en cero si la tabla se lleno.
       Prov-Agregar-Departamento.
           MOVE ZEROES TO ProvD-Idx.
           PERFORM VARYING ProvD-i FROM 1 BY 1
               UNTIL ProvD-i > ProvD-Num OR ProvD-Idx NOT = ZERO
               IF ProvD-Nombre(ProvD-i) = ProvD-Buscar
                   MOVE ProvD-i TO ProvD-Idx
               END-IF
           END-PERFORM.
           IF ProvD-Idx = ZERO
               IF ProvD-Num >= 20
                   DISPLAY "Aviso: mas de 20 departamentos; el"
                       " comparativo de provisiones no incluye "
                       ProvD-Buscar
               ELSE
                   ADD 1 TO ProvD-Num
                   MOVE ProvD-Buscar TO ProvD-Nombre(ProvD-Num)
                   MOVE ProvD-Num TO ProvD-Idx
               END-IF
           END-IF.

      * lo provisionado sale de los debitos de la interfaz contable
      * (CONTABLE-AAAAMM.TXT) de los meses del semestre o del año.
       Prov-Leer-Contables.
           MOVE ZEROES TO Prov-Meses-Con.
           COMPUTE Prov-Meses = Prov-Mes-Hasta - Prov-Mes-Desde + 1.
           PERFORM Prov-Leer-Mes
               VARYING Prov-Mes-i FROM Prov-Mes-Desde BY 1
               UNTIL Prov-Mes-i > Prov-Mes-Hasta.

       Prov-Leer-Mes.
           COMPUTE Prov-Periodo = Prest-Ano * 100 + Prov-Mes-i.
           MOVE SPACES TO Contable-Archivo-Nombre.
           STRING "CONTABLE-"   DELIMITED BY SIZE
                  Prov-Periodo  DELIMITED BY SIZE
                  ".TXT"        DELIMITED BY SIZE
               INTO Contable-Archivo-Nombre.
           MOVE "N" TO Prov-Hay-Mes.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT CONTABLE-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ CONTABLE-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       IF Contable-Linea(1:2) = "02" AND
                           Contable-Linea(46:2) = "DB" AND
                           Contable-Linea(48:11) NUMERIC
                           MOVE "S" TO Prov-Hay-Mes
                           PERFORM Prov-Acumular-Contable
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTABLE-ARCHIVO.
           IF Prov-Hay-Mes = "S"
               ADD 1 TO Prov-Meses-Con
           END-IF.

       Prov-Acumular-Contable.
           MOVE Contable-Linea(24:22) TO Prov-Concepto.
           MOVE Contable-Linea(48:11) TO Prov-Valor.
           IF (Prest-Tipo = "P" AND Prov-Concepto = "PROVISION PRIMA")
               OR (Prest-Tipo = "C" AND
               (Prov-Concepto = "PROVISION CESANTIAS" OR
                Prov-Concepto = "PROVISION INTERESES"))
               MOVE Contable-Linea(9:15) TO ProvD-Buscar
               PERFORM Prov-Agregar-Departamento
               IF ProvD-Idx NOT = ZERO
                   IF Prov-Concepto = "PROVISION INTERESES"
                       ADD Prov-Valor TO
                           ProvD-Prov-Intereses(ProvD-Idx)
                   ELSE
                       ADD Prov-Valor TO ProvD-Provision(ProvD-Idx)
                   END-IF
               END-IF
           END-IF.

      * la diferencia es lo provisionado menos lo pagado: positiva
      * es provision sobrante a reversar, negativa es faltante que
      * contabilidad debe causar.
       Escribir-Provision-Prestaciones.
           MOVE ZEROES TO ProvT-Provision.
           MOVE ZEROES TO ProvT-Pagado.
           MOVE ZEROES TO ProvT-Prov-Intereses.
           MOVE ZEROES TO ProvT-Pag-Intereses.
           OPEN OUTPUT PROVISION-ARCHIVO.
           MOVE SPACES TO Provision-Linea.
           IF Prest-Tipo = "P"
               STRING "PRIMA PAGADA CONTRA PROVISIONADA DEL "
                   DELIMITED BY SIZE
                      Prest-Desde  DELIMITED BY SIZE
                      " AL "       DELIMITED BY SIZE
                      Prest-Hasta  DELIMITED BY SIZE
                   INTO Provision-Linea
           ELSE
               STRING "CESANTIAS E INTERESES PAGADOS CONTRA "
                   "PROVISIONADOS DEL " DELIMITED BY SIZE
                      Prest-Desde  DELIMITED BY SIZE
                      " AL "       DELIMITED BY SIZE
                      Prest-Hasta  DELIMITED BY SIZE
                   INTO Provision-Linea
           END-IF.
           WRITE Provision-Linea.
           MOVE SPACES TO Provision-Linea.
           STRING "MESES CON INTERFAZ CONTABLE: " DELIMITED BY SIZE
                  Prov-Meses-Con                  DELIMITED BY SIZE
                  " DE "                          DELIMITED BY SIZE
                  Prov-Meses                      DELIMITED BY SIZE
               INTO Provision-Linea.
           WRITE Provision-Linea.
           MOVE SPACES TO Provision-Linea.
           STRING "DEPARTAMENTO   CONCEPTO     PROVISIONADO"
               "  PAGADO       DIFERENCIA" DELIMITED BY SIZE
               INTO Provision-Linea.
           WRITE Provision-Linea.
           PERFORM Escribir-Provision-Departamento
               VARYING ProvD-i FROM 1 BY 1
               UNTIL ProvD-i > ProvD-Num.

           IF Prest-Tipo = "P"
               MOVE "TOTAL PRIMA" TO Prov-Concepto
           ELSE
               MOVE "TOTAL CESANTIAS" TO Prov-Concepto
           END-IF.
           MOVE ProvT-Provision TO Prov-Provision.
           MOVE ProvT-Pagado TO Prov-Pagado.
           MOVE SPACES TO ProvD-Buscar.
           PERFORM Escribir-Linea-Provision.
           IF Prest-Tipo = "C"
               MOVE "TOTAL INTERESES" TO Prov-Concepto
               MOVE ProvT-Prov-Intereses TO Prov-Provision
               MOVE ProvT-Pag-Intereses TO Prov-Pagado
               PERFORM Escribir-Linea-Provision
           END-IF.
           IF Prov-Meses-Con < Prov-Meses
               MOVE "AVISO: FALTAN MESES SIN INTERFAZ CONTABLE; LA "
                   & "PROVISION ESTA INCOMPLETA" TO Provision-Linea
               WRITE Provision-Linea
           END-IF.
           CLOSE PROVISION-ARCHIVO.

       Escribir-Provision-Departamento.
           MOVE ProvD-Nombre(ProvD-i) TO ProvD-Buscar.
           IF Prest-Tipo = "P"
               MOVE "PRIMA" TO Prov-Concepto
           ELSE
               MOVE "CESANTIAS" TO Prov-Concepto
           END-IF.
           MOVE ProvD-Provision(ProvD-i) TO Prov-Provision.
           MOVE ProvD-Pagado(ProvD-i) TO Prov-Pagado.
           ADD Prov-Provision TO ProvT-Provision.
           ADD Prov-Pagado TO ProvT-Pagado.
           PERFORM Escribir-Linea-Provision.
           IF Prest-Tipo = "C"
               MOVE "INTERESES" TO Prov-Concepto
               MOVE ProvD-Prov-Intereses(ProvD-i) TO Prov-Provision
               MOVE ProvD-Pag-Intereses(ProvD-i) TO Prov-Pagado
               ADD Prov-Provision TO ProvT-Prov-Intereses
               ADD Prov-Pagado TO ProvT-Pag-Intereses
               PERFORM Escribir-Linea-Provision
           END-IF.

       Escribir-Linea-Provision.
           COMPUTE Prov-Diferencia = Prov-Provision - Prov-Pagado.
           MOVE Prov-Diferencia TO Prov-Diferencia-Ed.
           MOVE SPACES TO Provision-Linea.
           STRING ProvD-Buscar        DELIMITED BY SIZE
                  Prov-Concepto(1:12) DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  Prov-Provision      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  Prov-Pagado         DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  Prov-Diferencia-Ed  DELIMITED BY SIZE
               INTO Provision-Linea.
           WRITE Provision-Linea.

      * codigo para el historial de salarios con fecha efectiva: la
      * fecha se pide al cambiar el salario (opcion 6 y ajuste
      * masivo), en blanco es la de hoy y no puede ser futura.
       Leer-Fecha-Efectiva.
           ACCEPT Hist-Hoy FROM DATE YYYYMMDD.
           MOVE "N" TO Hist-Fecha-Valida.
           PERFORM UNTIL Hist-Fecha-Valida = "S"
               DISPLAY "Fecha efectiva del salario (AAAAMMDD, vacio ="
                   " hoy)"
               MOVE SPACES TO Hist-Fecha-Texto
               ACCEPT Hist-Fecha-Texto
               IF Hist-Fecha-Texto = SPACES
                   MOVE Hist-Hoy TO Hist-Fecha-Efectiva
                   MOVE "S" TO Hist-Fecha-Valida
               ELSE
                   IF Hist-Fecha-Texto(1:8) NUMERIC AND
                       Hist-Fecha-Texto(9:) = SPACES
                       MOVE Hist-Fecha-Texto(1:8) TO
                           Hist-Fecha-Efectiva
                       IF Hist-Efe-Mes < 01 OR Hist-Efe-Mes > 12 OR
                           Hist-Efe-Dia < 01 OR Hist-Efe-Dia > 31
                           DISPLAY "Fecha invalida; mes 01-12 y dia"
                               " 01-31."
                       ELSE
                           IF Hist-Fecha-Efectiva > Hist-Hoy
                               DISPLAY "La fecha efectiva no puede ser"
                                   " posterior a hoy."
                           ELSE
                               MOVE "S" TO Hist-Fecha-Valida
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY "Fecha invalida; digite AAAAMMDD."
                   END-IF
               END-IF
           END-PERFORM.

       Registrar-Historia-Salario.
           ACCEPT Hist-Hoy FROM DATE YYYYMMDD.
           MOVE SPACES TO Histsal-Registro.
           MOVE Hist-Cedula TO Histsal-cedula.
           MOVE Hist-Fecha-Efectiva TO Histsal-fecha-efectiva.
           MOVE Hist-Anterior TO Histsal-anterior.
           MOVE Hist-Nuevo TO Histsal-nuevo.
           MOVE Hist-Origen TO Histsal-origen.
           MOVE Hist-Hoy TO Histsal-fecha-registro.
           MOVE Operador-Actual TO Histsal-operador.
           MOVE ZEROES TO Histsal-periodo-retro.
           OPEN EXTEND HISTSALARIOS-ARCHIVO.
           WRITE Histsal-Registro.
           CLOSE HISTSALARIOS-ARCHIVO.

      * codigo para el retroactivo: antes de liquidar el periodo se
      * toman de HISTSALARIOS.TXT los cambios (de cualquier origen;
      * un salario de ingreso aprobado despues de liquidar paga los
      * meses en que el empleado quedo con salario cero, prorrateado
      * desde el ingreso) con fecha efectiva anterior al periodo y aun
      * sin retroactivo pagado (o pagado en este mismo periodo, para
      * que re-liquidar de el mismo resultado). Cada periodo ya
      * liquidado desde la fecha efectiva se recalcula con el salario
      * nuevo: salario menos ausencias y dias de vacaciones, horas
      * extra con el nuevo valor hora y vacaciones si el nuevo valor
      * dia supera lo pagado; el primer mes se prorratea desde el dia
      * efectivo.
      * La diferencia a favor del empleado queda como novedad de
      * retroactivo del periodo (entra al bruto y por tanto a salud,
      * pension, retencion y aportes) y en RETROACTIVO-AAAAMM.TXT por
      * empleado y periodo para la firma de aprobacion.
       Calcular-Retroactivos.
           MOVE "N" TO Retro-Modificada.
           PERFORM VARYING Nov-i FROM 1 BY 1
               UNTIL Nov-i > Nov-Num-Entradas
               IF Nov-Retroactivo(Nov-i) NOT = ZERO
                   MOVE ZEROES TO Nov-Retroactivo(Nov-i)
                   MOVE "S" TO Retro-Modificada
               END-IF
           END-PERFORM.

           MOVE ZEROES TO Hist-Num.
           MOVE "N" TO Hist-Lleno.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT HISTSALARIOS-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ HISTSALARIOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       IF Hist-Num >= 9000
                           MOVE "S" TO Hist-Lleno
                       ELSE
                           ADD 1 TO Hist-Num
                           MOVE Histsal-Registro TO
                               HistT-Imagen(Hist-Num)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTSALARIOS-ARCHIVO.

           MOVE ZEROES TO RetP-Num.
           MOVE ZEROES TO RetD-Num.
           MOVE ZEROES TO RetE-Num.
           MOVE ZEROES TO Retro-Total.
           MOVE ZEROES TO Retro-Inactivos.
           MOVE "N" TO Retro-Hist-Modificada.
           MOVE 999999 TO Retro-Desde.
           IF Hist-Lleno = "S"
               DISPLAY "Aviso: HISTSALARIOS.TXT tiene mas de 9000"
                   " registros; no se calcula retroactivo."
           ELSE
               OPEN INPUT EMPLEADO-ARCHIVO
               PERFORM Retro-Tomar-Pendiente
                   VARYING Hist-i FROM 1 BY 1
                   UNTIL Hist-i > Hist-Num
               CLOSE EMPLEADO-ARCHIVO
           END-IF.
           IF Retro-Inactivos NOT = ZERO
               DISPLAY "Retroactivo: " Retro-Inactivos " cambios de"
                   " salario de empleados inactivos quedan sin pagar"
                   " (no se liquidan en el periodo)."
           END-IF.
           IF Retro-Hist-Modificada = "S" AND RetP-Num = ZERO
               PERFORM Retro-Grabar-Historia
           END-IF.

           IF RetP-Num NOT = ZERO
               MOVE Retro-Desde TO Retro-Periodo-Rev
               PERFORM Retro-Revisar-Periodo
                   UNTIL Retro-Periodo-Rev NOT < Nomina-Periodo
               PERFORM Retro-Marcar-Historia
               PERFORM Retro-Aplicar-Novedad
                   VARYING RetE-i FROM 1 BY 1
                   UNTIL RetE-i > RetE-Num
               IF RetE-Num NOT = ZERO
                   MOVE "S" TO Retro-Modificada
               END-IF
               PERFORM Escribir-Reporte-Retroactivo
               MOVE Nomina-Periodo TO Audit-Cedula
               MOVE "RETROACTIV" TO Audit-Accion
               PERFORM Registrar-Auditoria
               DISPLAY "Retroactivo: " RetE-Num " empleados por "
                   Retro-Total "; detalle para firma en "
                   Retro-Archivo-Nombre
           END-IF.
           IF Retro-Modificada = "S"
               PERFORM Grabar-Novedades
           END-IF.

       Retro-Tomar-Pendiente.
           MOVE "N" TO Retro-Toma-Cambio.
           MOVE HistT-Imagen(Hist-i) TO Histsal-Registro.
           IF Histsal-periodo-retro NOT NUMERIC
               MOVE ZEROES TO Histsal-periodo-retro
           END-IF.
           IF Histsal-fecha-efectiva NUMERIC AND
               Histsal-nuevo NUMERIC AND
               Histsal-fecha-efectiva(1:6) < Nomina-Periodo AND
               (Histsal-periodo-retro = ZERO OR
                Histsal-periodo-retro = Nomina-Periodo)
               PERFORM Retro-Verificar-Activo
           END-IF.
           IF Retro-Toma-Cambio = "S"
               IF RetP-Num >= 5000
                   DISPLAY "Aviso: mas de 5000 cambios de salario"
                       " pendientes; " Histsal-cedula " queda para el"
                       " proximo periodo."
               ELSE
                   ADD 1 TO RetP-Num
                   MOVE Histsal-cedula TO RetP-Cedula(RetP-Num)
                   MOVE Histsal-fecha-efectiva TO
                       RetP-Efectiva(RetP-Num)
                   MOVE Histsal-nuevo TO RetP-Nuevo(RetP-Num)
                   MOVE Hist-i TO RetP-Hist(RetP-Num)
                   IF Histsal-fecha-efectiva(1:6) < Retro-Desde
                       MOVE Histsal-fecha-efectiva(1:6) TO Retro-Desde
                   END-IF
               END-IF
           END-IF.

      * el retroactivo solo se calcula para empleados activos del
      * maestro, que son los que la liquidacion paga; el cambio de un
      * inactivo queda sin marcar (periodo de retroactivo en cero)
      * para que se pague si el empleado se reactiva, y el reporte
      * para firma cuadra con lo que efectivamente se liquida.
       Retro-Verificar-Activo.
           MOVE "S" TO Retro-Toma-Cambio.
           MOVE Histsal-cedula TO Empleado-cedula.
           READ EMPLEADO-ARCHIVO
               INVALID KEY
                   MOVE "N" TO Retro-Toma-Cambio
           END-READ.
           IF Retro-Toma-Cambio = "S" AND Empleado-inactivo
               MOVE "N" TO Retro-Toma-Cambio
           END-IF.
           IF Retro-Toma-Cambio = "N"
               ADD 1 TO Retro-Inactivos
               IF Histsal-periodo-retro NOT = ZERO
                   MOVE ZEROES TO Histsal-periodo-retro
                   MOVE Histsal-Registro TO HistT-Imagen(Hist-i)
                   MOVE "S" TO Retro-Hist-Modificada
               END-IF
           END-IF.

       Retro-Revisar-Periodo.
           MOVE Retro-Periodo-Rev TO Liquidacion-Periodo.
           PERFORM Armar-Nombre-Liquidacion.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT LIQUIDACION-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ LIQUIDACION-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       PERFORM Normalizar-Resultado
                       PERFORM Retro-Revisar-Resultado
               END-READ
           END-PERFORM
           CLOSE LIQUIDACION-ARCHIVO.
           IF Retro-Rev-Mes >= 12
               ADD 1 TO Retro-Rev-Ano
               MOVE 01 TO Retro-Rev-Mes
           ELSE
               ADD 1 TO Retro-Rev-Mes
           END-IF.

      * de los cambios pendientes de la cedula rige en el periodo el
      * de fecha efectiva mas reciente que no pase del periodo.
       Retro-Revisar-Resultado.
           MOVE ZEROES TO RetP-Idx.
           MOVE ZEROES TO Retro-Efe-Mejor.
           PERFORM VARYING RetP-i FROM 1 BY 1
               UNTIL RetP-i > RetP-Num
               IF RetP-Cedula(RetP-i) = Liqres-cedula AND
                   RetP-Efectiva(RetP-i)(1:6) NOT > Retro-Periodo-Rev
                   AND RetP-Efectiva(RetP-i) NOT < Retro-Efe-Mejor
                   MOVE RetP-i TO RetP-Idx
                   MOVE RetP-Efectiva(RetP-i) TO Retro-Efe-Mejor
               END-IF
           END-PERFORM.
           IF RetP-Idx NOT = ZERO
               PERFORM Retro-Buscar-Salario-Pagado
               IF RetP-Nuevo(RetP-Idx) > Retro-Salario-Base
                   PERFORM Retro-Recalcular-Periodo
               END-IF
           END-IF.

      * salario con el que el periodo ya quedo pagado: el liquidado,
      * o el de un aumento anterior cuyo retroactivo ya se pago en un
      * periodo siguiente (el mas reciente con fecha efectiva que no
      * pase del periodo), para no volver a pagar esa diferencia.
       Retro-Buscar-Salario-Pagado.
           MOVE Liqres-salario-basico TO Retro-Salario-Base.
           MOVE ZEROES TO Retro-Pag-Efectiva.
           MOVE ZEROES TO Retro-Pag-Salario.
           PERFORM VARYING Hist-i FROM 1 BY 1
               UNTIL Hist-i > Hist-Num
               MOVE HistT-Imagen(Hist-i) TO Histsal-Registro
               IF Histsal-cedula = Liqres-cedula AND
                   Histsal-periodo-retro NUMERIC AND
                   Histsal-periodo-retro NOT = ZERO AND
                   Histsal-periodo-retro NOT = Nomina-Periodo AND
                   Histsal-fecha-efectiva NUMERIC AND
                   Histsal-nuevo NUMERIC AND
                   Histsal-fecha-efectiva(1:6) NOT > Retro-Periodo-Rev
                   AND Histsal-fecha-efectiva NOT < Retro-Pag-Efectiva
                   MOVE Histsal-fecha-efectiva TO Retro-Pag-Efectiva
                   MOVE Histsal-nuevo TO Retro-Pag-Salario
               END-IF
           END-PERFORM.
           IF Retro-Pag-Salario > Retro-Salario-Base
               MOVE Retro-Pag-Salario TO Retro-Salario-Base
           END-IF.

      * el bruto nuevo se arma con el salario del cambio y el
      * anterior con el salario ya pagado: si es el liquidado se toma
      * tal cual del resultado del periodo y si no se rearma igual
      * que el nuevo.
       Retro-Recalcular-Periodo.
           MOVE RetP-Nuevo(RetP-Idx) TO Retro-Salario-Calc.
           PERFORM Retro-Calcular-Bruto.
           MOVE Retro-Bruto-Calc TO Retro-Bruto-Nuevo.
           IF Retro-Salario-Base = Liqres-salario-basico
               COMPUTE Retro-Bruto-Ant ROUNDED =
                   Liqres-salario-basico - Liqres-ausencias
                   - Liqres-vac-ajuste + Liqres-extras
                   + Liqres-vacaciones
           ELSE
               MOVE Retro-Salario-Base TO Retro-Salario-Calc
               PERFORM Retro-Calcular-Bruto
               MOVE Retro-Bruto-Calc TO Retro-Bruto-Ant
           END-IF.
           PERFORM Retro-Calcular-Diferencia.

       Retro-Calcular-Bruto.
           COMPUTE Retro-Dia ROUNDED =
               Retro-Salario-Calc / Par-Dias-Mes.
           COMPUTE Retro-Ausencias ROUNDED =
               Liqres-dias-ausencia * Retro-Dia.
           IF Retro-Ausencias > Retro-Salario-Calc
               MOVE Retro-Salario-Calc TO Retro-Ausencias
           END-IF.
           COMPUTE Retro-Vac-Ajuste ROUNDED =
               Liqres-vac-dias * Retro-Dia.
           IF Retro-Vac-Ajuste + Retro-Ausencias > Retro-Salario-Calc
               COMPUTE Retro-Vac-Ajuste =
                   Retro-Salario-Calc - Retro-Ausencias
           END-IF.
           COMPUTE Retro-Extras ROUNDED =
               Liqres-horas-extra * Retro-Salario-Calc
               / Par-Horas-Mes * Par-Extra-Factor.
           MOVE Liqres-vacaciones TO Retro-Vacaciones.
           IF Liqres-vac-dias + Liqres-vac-compensados > ZERO
               COMPUTE Retro-Vac-Nuevo ROUNDED =
                   (Liqres-vac-dias + Liqres-vac-compensados)
                   * Retro-Dia
               IF Retro-Vac-Nuevo > Liqres-vacaciones
                   MOVE Retro-Vac-Nuevo TO Retro-Vacaciones
               END-IF
           END-IF.
           COMPUTE Retro-Bruto-Calc ROUNDED =
               Retro-Salario-Calc - Retro-Ausencias
               - Retro-Vac-Ajuste + Retro-Extras + Retro-Vacaciones.

       Retro-Calcular-Diferencia.
           COMPUTE Retro-Diferencia =
               Retro-Bruto-Nuevo - Retro-Bruto-Ant.
           MOVE Par-Dias-Mes TO Retro-Dias.
           IF RetP-Efectiva(RetP-Idx)(1:6) = Retro-Periodo-Rev
               MOVE RetP-Efectiva(RetP-Idx)(7:2) TO Retro-Dias
               IF Retro-Dias > Par-Dias-Mes
                   MOVE Par-Dias-Mes TO Retro-Dias
               END-IF
               COMPUTE Retro-Dias = Par-Dias-Mes + 1 - Retro-Dias
               COMPUTE Retro-Diferencia ROUNDED =
                   Retro-Diferencia * Retro-Dias / Par-Dias-Mes
           END-IF.
           IF Retro-Diferencia > ZERO
               PERFORM Retro-Anotar-Diferencia
           END-IF.

       Retro-Anotar-Diferencia.
           IF RetD-Num >= 5000
               DISPLAY "Aviso: mas de 5000 lineas de retroactivo; "
                   Liqres-cedula " " Retro-Periodo-Rev " no se paga."
           ELSE
               ADD 1 TO RetD-Num
               MOVE Liqres-cedula TO RetD-Cedula(RetD-Num)
               MOVE Retro-Periodo-Rev TO RetD-Periodo(RetD-Num)
               MOVE Retro-Salario-Base TO
                   RetD-Salario-Ant(RetD-Num)
               MOVE RetP-Nuevo(RetP-Idx) TO
                   RetD-Salario-Nuevo(RetD-Num)
               MOVE Retro-Dias TO RetD-Dias(RetD-Num)
               MOVE Retro-Bruto-Ant TO RetD-Bruto-Ant(RetD-Num)
               MOVE Retro-Bruto-Nuevo TO RetD-Bruto-Nuevo(RetD-Num)
               MOVE Retro-Diferencia TO RetD-Valor(RetD-Num)
               ADD Retro-Diferencia TO Retro-Total
               MOVE ZEROES TO RetE-Idx
               PERFORM VARYING RetE-i FROM 1 BY 1
                   UNTIL RetE-i > RetE-Num
                   IF RetE-Cedula(RetE-i) = Liqres-cedula
                       MOVE RetE-i TO RetE-Idx
                   END-IF
               END-PERFORM
               IF RetE-Idx = ZERO
                   ADD 1 TO RetE-Num
                   MOVE Liqres-cedula TO RetE-Cedula(RetE-Num)
                   MOVE ZEROES TO RetE-Valor(RetE-Num)
                   MOVE RetE-Num TO RetE-Idx
               END-IF
               ADD Retro-Diferencia TO RetE-Valor(RetE-Idx)
           END-IF.

      * los cambios revisados quedan con el periodo que pago su
      * retroactivo y no se vuelven a tomar en periodos siguientes.
       Retro-Marcar-Historia.
           PERFORM VARYING RetP-i FROM 1 BY 1
               UNTIL RetP-i > RetP-Num
               MOVE RetP-Hist(RetP-i) TO Hist-i
               MOVE HistT-Imagen(Hist-i) TO Histsal-Registro
               MOVE Nomina-Periodo TO Histsal-periodo-retro
               MOVE Histsal-Registro TO HistT-Imagen(Hist-i)
           END-PERFORM.
           PERFORM Retro-Grabar-Historia.

       Retro-Grabar-Historia.
           OPEN OUTPUT HISTSALARIOS-ARCHIVO.
           PERFORM VARYING Hist-i FROM 1 BY 1
               UNTIL Hist-i > Hist-Num
               MOVE HistT-Imagen(Hist-i) TO Histsal-Registro
               WRITE Histsal-Registro
           END-PERFORM.
           CLOSE HISTSALARIOS-ARCHIVO.

       Retro-Aplicar-Novedad.
           MOVE ZEROES TO Nov-Encontrado-Idx.
           PERFORM VARYING Nov-i FROM 1 BY 1
               UNTIL Nov-i > Nov-Num-Entradas
               IF Nov-Cedula(Nov-i) = RetE-Cedula(RetE-i)
                   MOVE Nov-i TO Nov-Encontrado-Idx
               END-IF
           END-PERFORM.
           IF Nov-Encontrado-Idx = ZERO
               IF Nov-Num-Entradas >= 5000
                   DISPLAY "Tabla de novedades llena; el retroactivo"
                       " de " RetE-Cedula(RetE-i) " no se paga."
               ELSE
                   ADD 1 TO Nov-Num-Entradas
                   MOVE Nov-Num-Entradas TO Nov-Encontrado-Idx
                   MOVE RetE-Cedula(RetE-i) TO
                       Nov-Cedula(Nov-Encontrado-Idx)
                   MOVE ZEROES TO Nov-Horas-Extra(Nov-Encontrado-Idx)
                   MOVE ZEROES TO
                       Nov-Bonificacion(Nov-Encontrado-Idx)
                   MOVE ZEROES TO
                       Nov-Dias-Ausencia(Nov-Encontrado-Idx)
               END-IF
           END-IF.
           IF Nov-Encontrado-Idx NOT = ZERO
               MOVE RetE-Valor(RetE-i) TO
                   Nov-Retroactivo(Nov-Encontrado-Idx)
           END-IF.

       Escribir-Reporte-Retroactivo.
           MOVE SPACES TO Retro-Archivo-Nombre.
           STRING "RETROACTIVO-"  DELIMITED BY SIZE
                  Nomina-Periodo  DELIMITED BY SIZE
                  ".TXT"          DELIMITED BY SIZE
               INTO Retro-Archivo-Nombre.
           OPEN OUTPUT RETROACTIVO-ARCHIVO.
           MOVE SPACES TO Retro-Linea.
           STRING "RETROACTIVO DE SALARIOS A PAGAR EN EL PERIODO "
               DELIMITED BY SIZE
                  Nomina-Periodo DELIMITED BY SIZE
               INTO Retro-Linea.
           WRITE Retro-Linea.
           MOVE SPACES TO Retro-Linea.
           STRING "EMPRESA "     DELIMITED BY SIZE
                  Empresa-Nombre DELIMITED BY SIZE
                  " NIT "        DELIMITED BY SIZE
                  Empresa-Nit    DELIMITED BY SIZE
               INTO Retro-Linea.
           WRITE Retro-Linea.
           OPEN INPUT EMPLEADO-ARCHIVO.
           PERFORM Escribir-Retroactivo-Empleado
               VARYING RetE-i FROM 1 BY 1
               UNTIL RetE-i > RetE-Num.
           CLOSE EMPLEADO-ARCHIVO.
           MOVE SPACES TO Retro-Linea.
           WRITE Retro-Linea.
           MOVE SPACES TO Retro-Linea.
           STRING "TOTAL RETROACTIVO: EMPLEADOS " DELIMITED BY SIZE
                  RetE-Num                        DELIMITED BY SIZE
                  " VALOR "                       DELIMITED BY SIZE
                  Retro-Total                     DELIMITED BY SIZE
               INTO Retro-Linea.
           WRITE Retro-Linea.
           MOVE SPACES TO Retro-Linea.
           WRITE Retro-Linea.
           MOVE SPACES TO Retro-Linea.
           STRING "ELABORADO POR: " DELIMITED BY SIZE
                  Operador-Actual   DELIMITED BY SIZE
               INTO Retro-Linea.
           WRITE Retro-Linea.
           MOVE SPACES TO Retro-Linea.
           WRITE Retro-Linea.
           MOVE "APROBADO POR: ______________________________  FIRMA:"
               & " ____________________" TO Retro-Linea.
           WRITE Retro-Linea.
           CLOSE RETROACTIVO-ARCHIVO.

       Escribir-Retroactivo-Empleado.
           MOVE RetE-Cedula(RetE-i) TO Empleado-cedula.
           READ EMPLEADO-ARCHIVO
               INVALID KEY
                   MOVE SPACES TO Empleado-nombre
           END-READ.
           MOVE SPACES TO Retro-Linea.
           WRITE Retro-Linea.
           MOVE SPACES TO Retro-Linea.
           STRING "EMPLEADO "          DELIMITED BY SIZE
                  RetE-Cedula(RetE-i)  DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  Empleado-nombre      DELIMITED BY SIZE
               INTO Retro-Linea.
           WRITE Retro-Linea.
           MOVE "  PERIODO SALARIO ANT SALARIO NUEVO DIAS BRUTO ANT  "
               & "BRUTO NUEVO DIFERENCIA" TO Retro-Linea.
           WRITE Retro-Linea.
           PERFORM Escribir-Retroactivo-Periodo
               VARYING RetD-i FROM 1 BY 1
               UNTIL RetD-i > RetD-Num.
           MOVE SPACES TO Retro-Linea.
           STRING "  TOTAL EMPLEADO "   DELIMITED BY SIZE
                  RetE-Valor(RetE-i)    DELIMITED BY SIZE
               INTO Retro-Linea.
           WRITE Retro-Linea.

       Escribir-Retroactivo-Periodo.
           IF RetD-Cedula(RetD-i) = RetE-Cedula(RetE-i)
               MOVE SPACES TO Retro-Linea
               STRING "  "                        DELIMITED BY SIZE
                      RetD-Periodo(RetD-i)        DELIMITED BY SIZE
                      "  "                        DELIMITED BY SIZE
                      RetD-Salario-Ant(RetD-i)    DELIMITED BY SIZE
                      "    "                      DELIMITED BY SIZE
                      RetD-Salario-Nuevo(RetD-i)  DELIMITED BY SIZE
                      "      "                    DELIMITED BY SIZE
                      RetD-Dias(RetD-i)           DELIMITED BY SIZE
                      " "                         DELIMITED BY SIZE
                      RetD-Bruto-Ant(RetD-i)      DELIMITED BY SIZE
                      " "                         DELIMITED BY SIZE
                      RetD-Bruto-Nuevo(RetD-i)    DELIMITED BY SIZE
                      "  "                        DELIMITED BY SIZE
                      RetD-Valor(RetD-i)          DELIMITED BY SIZE
                   INTO Retro-Linea
               WRITE Retro-Linea
           END-IF.

      * codigo para el doble control de los cambios de salario y de
      * datos bancarios: las opciones 2 y 6 y la carga CSV no tocan
      * esos campos del maestro sino que dejan una solicitud "P" en
      * CAMBIOSPEND.TXT con los valores antes y despues y quien la
      * pidio. Cada solicitud queda en AUDITORIA.TXT y BITACORA.TXT
      * (SOLICITUD, con la imagen vigente del maestro, que no cambia).
       Solicitar-Cambio-Salario.
           MOVE "CAMBIO" TO Hist-Origen.
           PERFORM Grabar-Solicitud-Salario.
           DISPLAY "Cambio de salario enviado a aprobacion de otro"
               " supervisor (opcion S).".

       Solicitar-Cambio-Cuenta.
           MOVE "CAMBIO" TO Hist-Origen.
           PERFORM Grabar-Solicitud-Cuenta.
           DISPLAY "Cambio de datos bancarios enviado a aprobacion de"
               " otro supervisor (opcion S).".

       Grabar-Solicitud-Salario.
           MOVE SPACES TO Cambio-Registro.
           SET Cambio-salario TO TRUE.
           MOVE Hist-Origen TO Cambio-origen.
           MOVE Hist-Anterior TO Cambio-salario-antes.
           MOVE Camb-Salario-Nuevo TO Cambio-salario-nuevo.
           MOVE Hist-Fecha-Efectiva TO Cambio-fecha-efectiva.
           PERFORM Grabar-Solicitud-Cambio.

       Grabar-Solicitud-Cuenta.
           MOVE SPACES TO Cambio-Registro.
           SET Cambio-cuenta TO TRUE.
           MOVE Hist-Origen TO Cambio-origen.
           MOVE ZEROES TO Cambio-salario-antes.
           MOVE ZEROES TO Cambio-salario-nuevo.
           MOVE ZEROES TO Cambio-fecha-efectiva.
           MOVE Camb-Banco-Antes TO Cambio-banco-antes.
           MOVE Camb-Tipo-Cuenta-Antes TO Cambio-tipo-cuenta-antes.
           MOVE Camb-Cuenta-Antes TO Cambio-cuenta-antes.
           MOVE Camb-Banco-Nuevo TO Cambio-banco-nuevo.
           MOVE Camb-Tipo-Cuenta-Nuevo TO Cambio-tipo-cuenta-nuevo.
           MOVE Camb-Cuenta-Nuevo TO Cambio-cuenta-nuevo.
           PERFORM Grabar-Solicitud-Cambio.

       Grabar-Solicitud-Cambio.
           ACCEPT Camb-Hoy FROM DATE YYYYMMDD.
           MOVE Empleado-cedula TO Cambio-cedula.
           SET Cambio-pendiente TO TRUE.
           MOVE Camb-Hoy TO Cambio-fecha-solicitud.
           MOVE Operador-Actual TO Cambio-solicitante.
           MOVE ZEROES TO Cambio-fecha-revision.
           OPEN EXTEND CAMBIOSPEND-ARCHIVO.
           WRITE Cambio-Registro.
           CLOSE CAMBIOSPEND-ARCHIVO.

           MOVE Empleado-cedula TO Audit-Cedula.
           MOVE "SOLICITUD" TO Audit-Accion.
           PERFORM Registrar-Auditoria.
           MOVE Empleados-registro TO Bit-Imagen-Antes.
           MOVE Empleados-registro TO Bit-Imagen-Despues.
           MOVE "SOLICITUD" TO Bit-Accion-WS.
           PERFORM Registrar-Bitacora.

      * deja Camb-Hay-Pendiente en "S" si Camb-Cedula ya tiene una
      * solicitud del tipo Camb-Tipo sin revisar.
       Buscar-Cambio-Pendiente.
           MOVE "N" TO Camb-Hay-Pendiente.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT CAMBIOSPEND-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ CAMBIOSPEND-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       IF Cambio-cedula = Camb-Cedula AND
                           Cambio-tipo = Camb-Tipo AND
                           Cambio-pendiente
                           MOVE "S" TO Camb-Hay-Pendiente
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAMBIOSPEND-ARCHIVO.

      * opcion S: un supervisor distinto al que pidio cada cambio lo
      * aprueba (se aplica al maestro y, si es salario, queda en
      * HISTSALARIOS.TXT con la fecha efectiva pedida) o lo rechaza
      * con un motivo. El revisor se identifica con su usuario y
      * clave de USUARIOS.TXT sin cambiar el operador de la sesion;
      * la auditoria, la bitacora y el historial quedan firmados por
      * el revisor. No corre en batch porque exige al revisor en
      * pantalla.
       Revisar-Cambios-Pendientes.
           IF Batch-Modo = "S"
               DISPLAY "La revision de cambios pendientes exige un"
                   " supervisor en pantalla; no corre en batch."
           ELSE
               PERFORM Cargar-Cambios-Pendientes
               IF Camb-Excedido = "S"
                   DISPLAY "Revision cancelada."
               ELSE
                   PERFORM Revisar-Cambios-Cargados
               END-IF
           END-IF.

       Revisar-Cambios-Cargados.
           IF Camb-Pendientes = ZERO
               DISPLAY "No hay cambios pendientes de aprobacion."
           ELSE
               DISPLAY "Cambios pendientes de aprobacion: "
                   Camb-Pendientes
               PERFORM Validar-Revisor
               IF Rev-Valido NOT = "S"
                   DISPLAY "Usuario o clave incorrectos, o el"
                       " usuario no es supervisor."
               ELSE
                   PERFORM Revisar-Cambios-Lista
               END-IF
           END-IF.

       Revisar-Cambios-Lista.
           MOVE "N" TO Camb-Modificada.
           MOVE ZEROES TO Camb-Aprobados.
           MOVE ZEROES TO Camb-Rechazados.
           MOVE ZEROES TO Camb-Propios.
           MOVE Operador-Actual TO Rev-Operador-Sesion.
           MOVE Rev-Usuario TO Operador-Actual.
           OPEN I-O EMPLEADO-ARCHIVO.
           PERFORM Revisar-Un-Cambio
               VARYING Camb-i FROM 1 BY 1
               UNTIL Camb-i > Camb-Num.
           CLOSE EMPLEADO-ARCHIVO.
           MOVE Rev-Operador-Sesion TO Operador-Actual.
           IF Camb-Modificada = "S"
               PERFORM Grabar-Cambios-Pendientes
           END-IF.
           DISPLAY "Revision terminada.".
           DISPLAY "Cambios aprobados  : " Camb-Aprobados.
           DISPLAY "Cambios rechazados : " Camb-Rechazados.
           IF Camb-Propios NOT = ZERO
               DISPLAY "Pedidos por el mismo revisor (quedan"
                   " pendientes): " Camb-Propios
           END-IF.

      * la tabla recibe hasta 9999 solicitudes; si el archivo trae
      * mas, Camb-Excedido queda en "S" y ni la revision ni la
      * dispersion corren, porque regrabar o revisar con la tabla
      * incompleta perderia solicitudes.
       Cargar-Cambios-Pendientes.
           MOVE ZEROES TO Camb-Num.
           MOVE ZEROES TO Camb-Pendientes.
           MOVE "N" TO Camb-Excedido.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT CAMBIOSPEND-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ CAMBIOSPEND-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       IF Camb-Num >= 9999
                           MOVE "S" TO Camb-Excedido
                       ELSE
                           ADD 1 TO Camb-Num
                           MOVE Cambio-Registro TO
                               CambT-Imagen(Camb-Num)
                           IF Cambio-pendiente
                               ADD 1 TO Camb-Pendientes
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAMBIOSPEND-ARCHIVO.
           IF Camb-Excedido = "S"
               DISPLAY "Error: CAMBIOSPEND.TXT tiene mas de 9999"
                   " solicitudes de cambio; depure las ya revisadas"
               DISPLAY "antes de revisar cambios o dispersar."
           END-IF.

      * regraba completo el archivo de solicitudes con la tabla, igual
      * que Grabar-Vacaciones.
       Grabar-Cambios-Pendientes.
           OPEN OUTPUT CAMBIOSPEND-ARCHIVO.
           PERFORM VARYING Camb-i FROM 1 BY 1
               UNTIL Camb-i > Camb-Num
               MOVE CambT-Imagen(Camb-i) TO Cambio-Registro
               WRITE Cambio-Registro
           END-PERFORM
           CLOSE CAMBIOSPEND-ARCHIVO.

      * busca usuario y clave del revisor en USUARIOS.TXT sin tocar
      * Operador-Actual ni Operador-Rol (a diferencia de
      * Buscar-Usuario); solo sirve un supervisor.
       Validar-Revisor.
           DISPLAY "Usuario del supervisor que revisa: ".
           MOVE SPACES TO Rev-Usuario.
           ACCEPT Rev-Usuario.
           DISPLAY "Clave  : ".
           MOVE SPACES TO Rev-Clave.
           ACCEPT Rev-Clave.
           MOVE "N" TO Rev-Valido.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT USUARIOS-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0" OR Rev-Valido = "S"
               READ USUARIOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       IF Usuario-Id NOT = SPACES AND
                           Usuario-Id = Rev-Usuario AND
                           Usuario-Clave = Rev-Clave AND
                           Usuario-Supervisor
                           MOVE "S" TO Rev-Valido
                       END-IF
               END-READ
           END-PERFORM
           CLOSE USUARIOS-ARCHIVO.

       Revisar-Un-Cambio.
           MOVE CambT-Imagen(Camb-i) TO Cambio-Registro.
           IF Cambio-pendiente
               IF Cambio-solicitante = Rev-Usuario
                   ADD 1 TO Camb-Propios
               ELSE
                   MOVE Cambio-cedula TO Empleado-cedula
                   MOVE "S" TO Camb-Existe
                   READ EMPLEADO-ARCHIVO
                       INVALID KEY
                           MOVE "N" TO Camb-Existe
                           MOVE SPACES TO Empleado-nombre
                   END-READ
                   PERFORM Mostrar-Cambio-Pendiente
                   DISPLAY "A = aprobar, R = rechazar, otra tecla ="
                       " dejar pendiente"
                   MOVE SPACE TO Camb-Decision
                   ACCEPT Camb-Decision
                   EVALUATE Camb-Decision
                       WHEN "A"
                       WHEN "a"
                           PERFORM Aprobar-Cambio
                       WHEN "R"
                       WHEN "r"
                           PERFORM Rechazar-Cambio
                       WHEN OTHER
                           DISPLAY "Queda pendiente."
                   END-EVALUATE
               END-IF
           END-IF.

       Mostrar-Cambio-Pendiente.
           DISPLAY "-----------------------------------".
           DISPLAY "Cedula      : " Cambio-cedula " " Empleado-nombre.
           DISPLAY "Pedido por  : " Cambio-solicitante " el "
               Cambio-fecha-solicitud " (" Cambio-origen ")".
           IF Cambio-salario
               DISPLAY "Salario actual    : " Cambio-salario-antes
               DISPLAY "Salario solicitado: " Cambio-salario-nuevo
               DISPLAY "Fecha efectiva    : " Cambio-fecha-efectiva
           ELSE
               DISPLAY "Cuenta actual    : " Cambio-banco-antes " "
                   Cambio-tipo-cuenta-antes " " Cambio-cuenta-antes
               DISPLAY "Cuenta solicitada: " Cambio-banco-nuevo " "
                   Cambio-tipo-cuenta-nuevo " " Cambio-cuenta-nuevo
           END-IF.

      * solo se aplica si el maestro sigue con el valor "antes" de la
      * solicitud; si cambio por otra via se deja pendiente para que
      * se rechace y se pida de nuevo sobre el valor vigente.
       Aprobar-Cambio.
           MOVE "S" TO Camb-Vigente.
           IF Camb-Existe NOT = "S"
               MOVE "N" TO Camb-Vigente
           ELSE
               IF Cambio-salario
                   IF Empleado-salario-basico NOT =
                       Cambio-salario-antes
                       MOVE "N" TO Camb-Vigente
                   END-IF
               ELSE
                   IF Empleado-banco NOT = Cambio-banco-antes OR
                       Empleado-tipo-cuenta NOT =
                       Cambio-tipo-cuenta-antes OR
                       Empleado-numero-cuenta NOT = Cambio-cuenta-antes
                       MOVE "N" TO Camb-Vigente
                   END-IF
               END-IF
           END-IF.
           IF Camb-Vigente NOT = "S"
               DISPLAY "El maestro ya no tiene el valor anterior de la"
                   " solicitud (o el empleado no existe);"
               DISPLAY "no se aplica. Rechacela y pida el cambio de"
                   " nuevo."
           ELSE
               PERFORM Aplicar-Cambio
           END-IF.

       Aplicar-Cambio.
           MOVE Empleados-registro TO Bit-Imagen-Antes.
           IF Cambio-salario
               MOVE Cambio-salario-nuevo TO Empleado-salario-basico
           ELSE
               MOVE Cambio-banco-nuevo TO Empleado-banco
               MOVE Cambio-tipo-cuenta-nuevo TO Empleado-tipo-cuenta
               MOVE Cambio-cuenta-nuevo TO Empleado-numero-cuenta
           END-IF.
           REWRITE Empleados-registro.
           MOVE Empleado-cedula TO Audit-Cedula.
           MOVE "APRUEBA" TO Audit-Accion.
           PERFORM Registrar-Auditoria.
           MOVE Empleados-registro TO Bit-Imagen-Despues.
           MOVE "APRUEBA" TO Bit-Accion-WS.
           PERFORM Registrar-Bitacora.
           IF Cambio-salario
               MOVE Cambio-cedula TO Hist-Cedula
               MOVE Cambio-fecha-efectiva TO Hist-Fecha-Efectiva
               MOVE Cambio-salario-antes TO Hist-Anterior
               MOVE Cambio-salario-nuevo TO Hist-Nuevo
               MOVE Cambio-origen TO Hist-Origen
               PERFORM Registrar-Historia-Salario
           END-IF.
           ACCEPT Camb-Hoy FROM DATE YYYYMMDD.
           SET Cambio-aprobado TO TRUE.
           MOVE Camb-Hoy TO Cambio-fecha-revision.
           MOVE Rev-Usuario TO Cambio-revisor.
           MOVE Cambio-Registro TO CambT-Imagen(Camb-i).
           MOVE "S" TO Camb-Modificada.
           ADD 1 TO Camb-Aprobados.
           DISPLAY "Cambio aprobado y aplicado al maestro.".

       Rechazar-Cambio.
           MOVE SPACES TO Cambio-motivo.
           PERFORM UNTIL Cambio-motivo NOT = SPACES
               DISPLAY "Motivo del rechazo (obligatorio):"
               ACCEPT Cambio-motivo
           END-PERFORM.
           ACCEPT Camb-Hoy FROM DATE YYYYMMDD.
           SET Cambio-rechazado TO TRUE.
           MOVE Camb-Hoy TO Cambio-fecha-revision.
           MOVE Rev-Usuario TO Cambio-revisor.
           MOVE Cambio-Registro TO CambT-Imagen(Camb-i).
           MOVE "S" TO Camb-Modificada.
           ADD 1 TO Camb-Rechazados.
           MOVE Cambio-cedula TO Audit-Cedula.
           MOVE "RECHAZA" TO Audit-Accion.
           PERFORM Registrar-Auditoria.
           IF Camb-Existe = "S"
               MOVE Empleados-registro TO Bit-Imagen-Antes
               MOVE Empleados-registro TO Bit-Imagen-Despues
               MOVE "RECHAZA" TO Bit-Accion-WS
               PERFORM Registrar-Bitacora
           END-IF.
           DISPLAY "Cambio rechazado.".

      * la dispersion no sale mientras algun empleado del archivo
      * (liquidados del periodo o pagos finales por enviar) tenga un
      * cambio de datos bancarios sin revisar.
       Verificar-Cuentas-Pendientes.
           MOVE ZEROES TO Camb-Bloqueos.
           PERFORM Cargar-Cambios-Pendientes.
           IF Camb-Excedido = "S"
               ADD 1 TO Camb-Bloqueos
           END-IF.
           IF Camb-Pendientes NOT = ZERO AND Camb-Excedido = "N"
               MOVE "1" TO FIN-DEL-ARCHIVO
               OPEN INPUT LIQUIDACION-ARCHIVO
               PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
                   READ LIQUIDACION-ARCHIVO NEXT RECORD
                       AT END
                           MOVE "0" TO FIN-DEL-ARCHIVO
                       NOT AT END
                           MOVE Liqres-cedula TO Camb-Cedula
                           PERFORM Buscar-Cuenta-Pendiente
                   END-READ
               END-PERFORM
               CLOSE LIQUIDACION-ARCHIVO
               MOVE "1" TO FIN-DEL-ARCHIVO
               OPEN INPUT PAGOSFINALES-ARCHIVO
               PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
                   READ PAGOSFINALES-ARCHIVO NEXT RECORD
                       AT END
                           MOVE "0" TO FIN-DEL-ARCHIVO
                       NOT AT END
                           IF NOT Pagofinal-enviado
                               MOVE Pagofinal-cedula TO Camb-Cedula
                               PERFORM Buscar-Cuenta-Pendiente
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGOSFINALES-ARCHIVO
           END-IF.

       Buscar-Cuenta-Pendiente.
           PERFORM VARYING Camb-i FROM 1 BY 1
               UNTIL Camb-i > Camb-Num
               MOVE CambT-Imagen(Camb-i) TO Cambio-Registro
               IF Cambio-cedula = Camb-Cedula AND Cambio-cuenta AND
                   Cambio-pendiente
                   ADD 1 TO Camb-Bloqueos
                   DISPLAY "Cambio de cuenta pendiente: " Camb-Cedula
               END-IF
           END-PERFORM.

      * codigo para el presupuesto por departamento: PRESUPUESTO.TXT
      * guarda por departamento del catalogo (DEPARTAMENTOS.TXT) y
      * mes el cupo de empleados y el valor aprobado del costo de
      * nomina. El reporte PRESUPUESTO-AAAAMM.TXT compara el mes y lo
      * corrido del año contra lo ejecutado: el devengado de
      * LIQUIDACION-AAAAMM.TXT mas los aportes patronales y las
      * provisiones (los debitos) de CONTABLE-AAAAMM.TXT. En batch
      * solo se genera el reporte del periodo de la linea de
      * comandos.
       Presupuesto-Menu.
           IF Batch-Modo = "S"
               MOVE Batch-Periodo TO Ppto-Periodo
               PERFORM Reporte-Presupuesto-Periodo
           ELSE
               PERFORM Cargar-Catalogos
               PERFORM Cargar-Presupuesto
               MOVE SPACE TO PptoM-Opcion
               PERFORM UNTIL PptoM-Opcion = "S"
                   DISPLAY "Presupuesto: " Ppto-Num
                       " registros de departamento y mes"
                   DISPLAY "D. Definir cupo y valor de un departamento"
                       " y mes"
                   DISPLAY "A. Definir un departamento para todo un"
                       " año"
                   DISPLAY "E. Eliminar el presupuesto de un"
                       " departamento y mes"
                   DISPLAY "L. Listar el presupuesto de un año"
                   DISPLAY "R. Reporte del mes contra lo ejecutado"
                   DISPLAY "S. Salir"
                   DISPLAY "Selecione > "
                   ACCEPT PptoM-Opcion
                   EVALUATE PptoM-Opcion
                       WHEN "D"
                       WHEN "d"
                           PERFORM Definir-Presupuesto-Mes
                       WHEN "A"
                       WHEN "a"
                           PERFORM Definir-Presupuesto-Ano
                       WHEN "E"
                       WHEN "e"
                           PERFORM Eliminar-Presupuesto-Mes
                       WHEN "L"
                       WHEN "l"
                           PERFORM Listar-Presupuesto-Ano
                       WHEN "R"
                       WHEN "r"
                           DISPLAY "Ingrese el periodo del reporte"
                               " (AAAAMM)"
                           ACCEPT Ppto-Periodo
                           PERFORM Reporte-Presupuesto-Periodo
                       WHEN "S"
                       WHEN "s"
                           MOVE "S" TO PptoM-Opcion
                       WHEN OTHER
                           DISPLAY "Opción inválida."
                   END-EVALUATE
               END-PERFORM
           END-IF.

       Cargar-Presupuesto.
           MOVE ZEROES TO Ppto-Num.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT PRESUPUESTO-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ PRESUPUESTO-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       IF Ppto-Num >= 1200
                           DISPLAY "Aviso: mas de 1200 registros de"
                           DISPLAY "presupuesto; los sobrantes no se"
                           DISPLAY "tienen en cuenta."
                       ELSE
                           ADD 1 TO Ppto-Num
                           MOVE Presup-departamento TO
                               PptoT-Departamento(Ppto-Num)
                           MOVE Presup-periodo TO
                               PptoT-Periodo(Ppto-Num)
                           MOVE Presup-cupo TO PptoT-Cupo(Ppto-Num)
                           MOVE Presup-valor TO PptoT-Valor(Ppto-Num)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRESUPUESTO-ARCHIVO.

      * regraba completo el presupuesto con la tabla, igual que
      * Grabar-Vacaciones.
       Grabar-Presupuesto.
           OPEN OUTPUT PRESUPUESTO-ARCHIVO.
           PERFORM VARYING Ppto-i FROM 1 BY 1
               UNTIL Ppto-i > Ppto-Num
               MOVE SPACES TO Presup-Registro
               MOVE PptoT-Departamento(Ppto-i) TO Presup-departamento
               MOVE PptoT-Periodo(Ppto-i) TO Presup-periodo
               MOVE PptoT-Cupo(Ppto-i) TO Presup-cupo
               MOVE PptoT-Valor(Ppto-i) TO Presup-valor
               WRITE Presup-Registro
           END-PERFORM
           CLOSE PRESUPUESTO-ARCHIVO.

      * el departamento debe estar en el catalogo (opcion U).
       Pedir-Departamento-Presupuesto.
           MOVE "N" TO Ppto-Dep-Valido.
           IF Catd-Num = ZERO
               DISPLAY "El catalogo de departamentos esta vacio;"
                   " agreguelos con la opcion U."
           ELSE
               DISPLAY "Departamento"
               ACCEPT CatM-Nombre
               PERFORM Buscar-Catd-Nombre
               IF Cat-Idx = ZERO
                   DISPLAY "El departamento no esta en el catalogo."
               ELSE
                   MOVE "S" TO Ppto-Dep-Valido
               END-IF
           END-IF.

       Pedir-Periodo-Presupuesto.
           MOVE "N" TO Ppto-Periodo-Valido.
           DISPLAY "Periodo (AAAAMM)".
           ACCEPT Ppto-Periodo.
           IF Ppto-Periodo NUMERIC AND Ppto-Ano NOT = ZERO AND
               Ppto-Mes >= 01 AND Ppto-Mes <= 12
               MOVE "S" TO Ppto-Periodo-Valido
           ELSE
               DISPLAY "Periodo invalido; mes 01-12."
           END-IF.

       Pedir-Ano-Presupuesto.
           MOVE "N" TO Ppto-Periodo-Valido.
           DISPLAY "Año (AAAA)".
           ACCEPT Ppto-Ano.
           MOVE ZEROES TO Ppto-Mes.
           IF Ppto-Ano NUMERIC AND Ppto-Ano NOT = ZERO
               MOVE "S" TO Ppto-Periodo-Valido
           ELSE
               DISPLAY "Año invalido."
           END-IF.

      * lee un numero de hasta 11 digitos en Ppto-Numero.
       Leer-Numero-Presupuesto.
           MOVE "N" TO Ppto-Numero-Valido.
           PERFORM UNTIL Ppto-Numero-Valido = "S"
               MOVE SPACES TO Ppto-Texto
               ACCEPT Ppto-Texto
               MOVE SPACES TO Ppto-Numero-X
               MOVE SPACES TO Ppto-Numero-Resto
               MOVE ZEROES TO Ppto-Largo
               UNSTRING Ppto-Texto DELIMITED BY ALL SPACE
                   INTO Ppto-Numero-X COUNT IN Ppto-Largo
                        Ppto-Numero-Resto
               INSPECT Ppto-Numero-X REPLACING ALL SPACE BY ZERO
               IF Ppto-Largo > ZERO AND Ppto-Largo <= 11 AND
                   Ppto-Numero-Resto = SPACES AND
                   Ppto-Numero-X NUMERIC
                   MOVE Ppto-Numero-X TO Ppto-Numero
                   MOVE "S" TO Ppto-Numero-Valido
               ELSE
                   DISPLAY "Valor invalido. Use solo digitos (0-9)."
               END-IF
           END-PERFORM.

       Pedir-Cupo-Valor.
           DISPLAY "Cupo de empleados aprobado".
           PERFORM Leer-Numero-Presupuesto.
           IF Ppto-Numero > 99999
               MOVE "N" TO Ppto-Numero-Valido
               DISPLAY "Cupo invalido; maximo 99999."
           ELSE
               MOVE Ppto-Numero TO Ppto-Cupo-Ent
               DISPLAY "Valor mensual aprobado del costo de nomina"
               PERFORM Leer-Numero-Presupuesto
               MOVE Ppto-Numero TO Ppto-Valor-Ent
           END-IF.

       Buscar-Presupuesto.
           MOVE ZEROES TO Ppto-Idx.
           PERFORM VARYING Ppto-i FROM 1 BY 1
               UNTIL Ppto-i > Ppto-Num
               IF PptoT-Departamento(Ppto-i) = CatM-Nombre AND
                   PptoT-Periodo(Ppto-i) = Ppto-Periodo
                   MOVE Ppto-i TO Ppto-Idx
               END-IF
           END-PERFORM.

       Fijar-Presupuesto.
           PERFORM Buscar-Presupuesto.
           IF Ppto-Idx = ZERO
               IF Ppto-Num >= 1200
                   DISPLAY "Presupuesto lleno; no se agrega "
                       Ppto-Periodo
               ELSE
                   ADD 1 TO Ppto-Num
                   MOVE Ppto-Num TO Ppto-Idx
                   MOVE CatM-Nombre TO PptoT-Departamento(Ppto-Idx)
                   MOVE Ppto-Periodo TO PptoT-Periodo(Ppto-Idx)
               END-IF
           END-IF.
           IF Ppto-Idx NOT = ZERO
               MOVE Ppto-Cupo-Ent TO PptoT-Cupo(Ppto-Idx)
               MOVE Ppto-Valor-Ent TO PptoT-Valor(Ppto-Idx)
           END-IF.

       Auditar-Presupuesto.
           MOVE SPACES TO Audit-Cedula.
           MOVE Ppto-Periodo TO Audit-Cedula.
           MOVE "PPTO" TO Audit-Accion.
           PERFORM Registrar-Auditoria.

       Definir-Presupuesto-Mes.
           MOVE "N" TO Ppto-Periodo-Valido.
           PERFORM Pedir-Departamento-Presupuesto.
           IF Ppto-Dep-Valido = "S"
               PERFORM Pedir-Periodo-Presupuesto
           END-IF.
           IF Ppto-Periodo-Valido = "S"
               PERFORM Buscar-Presupuesto
               IF Ppto-Idx NOT = ZERO
                   DISPLAY "Vigente: cupo " PptoT-Cupo(Ppto-Idx)
                       " valor " PptoT-Valor(Ppto-Idx)
               END-IF
               PERFORM Pedir-Cupo-Valor
               IF Ppto-Numero-Valido = "S"
                   PERFORM Fijar-Presupuesto
                   PERFORM Grabar-Presupuesto
                   PERFORM Auditar-Presupuesto
                   DISPLAY "Presupuesto grabado."
               END-IF
           END-IF.

      * el mismo cupo y valor mensual para los doce meses del año.
       Definir-Presupuesto-Ano.
           MOVE "N" TO Ppto-Periodo-Valido.
           PERFORM Pedir-Departamento-Presupuesto.
           IF Ppto-Dep-Valido = "S"
               PERFORM Pedir-Ano-Presupuesto
           END-IF.
           IF Ppto-Periodo-Valido = "S"
               PERFORM Pedir-Cupo-Valor
               IF Ppto-Numero-Valido = "S"
                   PERFORM VARYING Ppto-Mes-i FROM 1 BY 1
                       UNTIL Ppto-Mes-i > 12
                       MOVE Ppto-Mes-i TO Ppto-Mes
                       PERFORM Fijar-Presupuesto
                   END-PERFORM
                   PERFORM Grabar-Presupuesto
                   MOVE ZEROES TO Ppto-Mes
                   PERFORM Auditar-Presupuesto
                   DISPLAY "Presupuesto del año grabado."
               END-IF
           END-IF.

       Eliminar-Presupuesto-Mes.
           MOVE "N" TO Ppto-Periodo-Valido.
           PERFORM Pedir-Departamento-Presupuesto.
           IF Ppto-Dep-Valido = "S"
               PERFORM Pedir-Periodo-Presupuesto
           END-IF.
           IF Ppto-Periodo-Valido = "S"
               PERFORM Buscar-Presupuesto
               IF Ppto-Idx = ZERO
                   DISPLAY "No hay presupuesto para ese departamento"
                       " y mes."
               ELSE
                   PERFORM VARYING Ppto-i FROM Ppto-Idx BY 1
                       UNTIL Ppto-i >= Ppto-Num
                       COMPUTE Ppto-Idx = Ppto-i + 1
                       MOVE PptoT-Entrada(Ppto-Idx) TO
                           PptoT-Entrada(Ppto-i)
                   END-PERFORM
                   SUBTRACT 1 FROM Ppto-Num
                   PERFORM Grabar-Presupuesto
                   PERFORM Auditar-Presupuesto
                   DISPLAY "Presupuesto eliminado."
               END-IF
           END-IF.

       Listar-Presupuesto-Ano.
           PERFORM Pedir-Ano-Presupuesto.
           IF Ppto-Periodo-Valido = "S"
               COMPUTE Ppto-Desde = Ppto-Ano * 100 + 1
               COMPUTE Ppto-Hasta = Ppto-Ano * 100 + 12
               DISPLAY "DEPARTAMENTO    PERIODO  CUPO  VALOR"
               PERFORM VARYING Ppto-i FROM 1 BY 1
                   UNTIL Ppto-i > Ppto-Num
                   IF PptoT-Periodo(Ppto-i) >= Ppto-Desde AND
                       PptoT-Periodo(Ppto-i) <= Ppto-Hasta
                       DISPLAY PptoT-Departamento(Ppto-i) " "
                           PptoT-Periodo(Ppto-i) " "
                           PptoT-Cupo(Ppto-i) " "
                           PptoT-Valor(Ppto-i)
                   END-IF
               END-PERFORM
           END-IF.

       Reporte-Presupuesto-Periodo.
           IF Ppto-Periodo NOT NUMERIC OR Ppto-Ano = ZERO OR
               Ppto-Mes < 01 OR Ppto-Mes > 12
               DISPLAY "Periodo invalido; reporte cancelado."
           ELSE
               PERFORM Cargar-Catalogos
               PERFORM Cargar-Presupuesto
               COMPUTE Ppto-Desde = Ppto-Ano * 100 + 1
               COMPUTE Ppto-Hasta = Ppto-Ano * 100 + Ppto-Mes
               MOVE ZEROES TO PptoD-Num
               INITIALIZE PptoD-Tabla
               MOVE "N" TO Ppto-Hay-Liq
               MOVE "N" TO Ppto-Hay-Cont
               PERFORM VARYING Cat-i FROM 1 BY 1
                   UNTIL Cat-i > Catd-Num
                   MOVE Catd-Nombre(Cat-i) TO Ppto-Buscar
                   PERFORM Ppto-Agregar-Departamento
               END-PERFORM
               PERFORM Ppto-Acumular-Presupuesto
                   VARYING Ppto-i FROM 1 BY 1
                   UNTIL Ppto-i > Ppto-Num
               PERFORM Ppto-Leer-Mes
                   VARYING Ppto-Mes-i FROM 1 BY 1
                   UNTIL Ppto-Mes-i > Ppto-Mes
               PERFORM Escribir-Reporte-Presupuesto
           END-IF.

       Ppto-Agregar-Departamento.
           MOVE ZEROES TO PptoD-Idx.
           PERFORM VARYING PptoD-i FROM 1 BY 1
               UNTIL PptoD-i > PptoD-Num
               IF PptoD-Nombre(PptoD-i) = Ppto-Buscar
                   MOVE PptoD-i TO PptoD-Idx
               END-IF
           END-PERFORM.
           IF PptoD-Idx = ZERO
               IF PptoD-Num >= 60
                   DISPLAY "Aviso: mas de 60 departamentos; el"
                       " reporte no incluye " Ppto-Buscar
               ELSE
                   ADD 1 TO PptoD-Num
                   MOVE Ppto-Buscar TO PptoD-Nombre(PptoD-Num)
                   MOVE "N" TO PptoD-Con-Ppto(PptoD-Num)
                   MOVE PptoD-Num TO PptoD-Idx
               END-IF
           END-IF.

       Ppto-Acumular-Presupuesto.
           IF PptoT-Periodo(Ppto-i) >= Ppto-Desde AND
               PptoT-Periodo(Ppto-i) <= Ppto-Hasta
               MOVE PptoT-Departamento(Ppto-i) TO Ppto-Buscar
               PERFORM Ppto-Agregar-Departamento
               IF PptoD-Idx NOT = ZERO
                   ADD PptoT-Valor(Ppto-i) TO
                       PptoD-Pres-Acum(PptoD-Idx)
                   IF PptoT-Periodo(Ppto-i) = Ppto-Hasta
                       MOVE "S" TO PptoD-Con-Ppto(PptoD-Idx)
                       MOVE PptoT-Cupo(Ppto-i) TO PptoD-Cupo(PptoD-Idx)
                       MOVE PptoT-Valor(Ppto-i) TO
                           PptoD-Presupuesto(PptoD-Idx)
                   END-IF
               END-IF
           END-IF.

      * lo ejecutado de un mes del año: devengado de la liquidacion y
      * debitos (aportes y provisiones) de la interfaz contable.
       Ppto-Leer-Mes.
           COMPUTE Ppto-Leido = Ppto-Ano * 100 + Ppto-Mes-i.
           MOVE Ppto-Leido TO Liquidacion-Periodo.
           PERFORM Armar-Nombre-Liquidacion.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT LIQUIDACION-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ LIQUIDACION-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       MOVE Liqres-departamento TO Ppto-Buscar
                       PERFORM Ppto-Agregar-Departamento
                       IF PptoD-Idx NOT = ZERO
                           ADD Liqres-bruto TO
                               PptoD-Ejec-Acum(PptoD-Idx)
                           IF Ppto-Leido = Ppto-Hasta
                               MOVE "S" TO Ppto-Hay-Liq
                               ADD 1 TO PptoD-Real(PptoD-Idx)
                               ADD Liqres-bruto TO
                                   PptoD-Bruto(PptoD-Idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIQUIDACION-ARCHIVO.

           MOVE SPACES TO Contable-Archivo-Nombre.
           STRING "CONTABLE-"   DELIMITED BY SIZE
                  Ppto-Leido    DELIMITED BY SIZE
                  ".TXT"        DELIMITED BY SIZE
               INTO Contable-Archivo-Nombre.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT CONTABLE-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ CONTABLE-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       IF Contable-Linea(1:2) = "02" AND
                           Contable-Linea(46:2) = "DB" AND
                           Contable-Linea(48:11) NUMERIC
                           MOVE Contable-Linea(9:15) TO Ppto-Buscar
                           MOVE Contable-Linea(48:11) TO
                               Ppto-Valor-Cont
                           PERFORM Ppto-Agregar-Departamento
                           IF PptoD-Idx NOT = ZERO
                               ADD Ppto-Valor-Cont TO
                                   PptoD-Ejec-Acum(PptoD-Idx)
                               IF Ppto-Leido = Ppto-Hasta
                                   MOVE "S" TO Ppto-Hay-Cont
                                   ADD Ppto-Valor-Cont TO
                                       PptoD-Aportes(PptoD-Idx)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTABLE-ARCHIVO.

       Escribir-Reporte-Presupuesto.
           MOVE ZEROES TO PptoS-Cupo.
           MOVE ZEROES TO PptoS-Real.
           MOVE ZEROES TO PptoS-Presupuesto.
           MOVE ZEROES TO PptoS-Bruto.
           MOVE ZEROES TO PptoS-Aportes.
           MOVE ZEROES TO PptoS-Pres-Acum.
           MOVE ZEROES TO PptoS-Ejec-Acum.
           MOVE SPACES TO Ppto-Archivo-Nombre.
           STRING "PRESUPUESTO-" DELIMITED BY SIZE
                  Ppto-Periodo   DELIMITED BY SIZE
                  ".TXT"         DELIMITED BY SIZE
               INTO Ppto-Archivo-Nombre.
           OPEN OUTPUT PRESUPREP-ARCHIVO.
           MOVE SPACES TO Presup-Linea.
           STRING "PRESUPUESTO CONTRA EJECUCION DEL PERIODO "
               DELIMITED BY SIZE
                  Ppto-Periodo DELIMITED BY SIZE
                  " Y ACUMULADO DESDE " DELIMITED BY SIZE
                  Ppto-Desde   DELIMITED BY SIZE
               INTO Presup-Linea.
           WRITE Presup-Linea.
           MOVE SPACES TO Presup-Linea.
           STRING "DEPARTAMENTO     CUPO  REAL  PRESUPUESTO      "
               "  BRUTO   APORT+PROV    EJECUTADO     VARIACION"
               "   %EJEC" DELIMITED BY SIZE
               INTO Presup-Linea.
           WRITE Presup-Linea.
           PERFORM Escribir-Presupuesto-Departamento
               VARYING PptoD-i FROM 1 BY 1
               UNTIL PptoD-i > PptoD-Num.

           MOVE "TOTAL" TO Ppto-Etiqueta.
           MOVE PptoS-Cupo TO Ppto-Cupo.
           MOVE PptoS-Real TO Ppto-Real.
           MOVE PptoS-Presupuesto TO Ppto-Presupuesto.
           MOVE PptoS-Bruto TO Ppto-Bruto.
           MOVE PptoS-Aportes TO Ppto-Aportes.
           MOVE PptoS-Pres-Acum TO Ppto-Pres-Acum.
           MOVE PptoS-Ejec-Acum TO Ppto-Ejec-Acum.
           MOVE SPACES TO Ppto-Marca.
           PERFORM Escribir-Linea-Presupuesto.

           IF Ppto-Hay-Liq NOT = "S"
               MOVE "AVISO: EL MES NO TIENE LIQUIDACION (OPCION N)"
                   TO Presup-Linea
               WRITE Presup-Linea
           END-IF.
           IF Ppto-Hay-Cont NOT = "S"
               MOVE "AVISO: EL MES NO TIENE INTERFAZ CONTABLE (OPCION"
                   & " I); EL EJECUTADO NO INCLUYE APORTES NI "
                   & "PROVISIONES" TO Presup-Linea
               WRITE Presup-Linea
           END-IF.
           CLOSE PRESUPREP-ARCHIVO.

           DISPLAY "Reporte grabado en " Ppto-Archivo-Nombre.
           DISPLAY "Presupuesto del mes : " PptoS-Presupuesto.
           COMPUTE Ppto-Ejecutado = PptoS-Bruto + PptoS-Aportes.
           DISPLAY "Ejecutado del mes   : " Ppto-Ejecutado.

      * SOBRECUPO: mas empleados liquidados que el cupo del mes;
      * SIN PPTO: departamento con gasto y sin presupuesto del mes.
       Escribir-Presupuesto-Departamento.
           MOVE PptoD-Nombre(PptoD-i) TO Ppto-Etiqueta.
           MOVE PptoD-Cupo(PptoD-i) TO Ppto-Cupo.
           MOVE PptoD-Real(PptoD-i) TO Ppto-Real.
           MOVE PptoD-Presupuesto(PptoD-i) TO Ppto-Presupuesto.
           MOVE PptoD-Bruto(PptoD-i) TO Ppto-Bruto.
           MOVE PptoD-Aportes(PptoD-i) TO Ppto-Aportes.
           MOVE PptoD-Pres-Acum(PptoD-i) TO Ppto-Pres-Acum.
           MOVE PptoD-Ejec-Acum(PptoD-i) TO Ppto-Ejec-Acum.
           MOVE SPACES TO Ppto-Marca.
           IF PptoD-Con-Ppto(PptoD-i) = "S"
               IF Ppto-Real > Ppto-Cupo
                   MOVE "SOBRECUPO" TO Ppto-Marca
               END-IF
           ELSE
               IF Ppto-Bruto NOT = ZERO OR Ppto-Aportes NOT = ZERO
                   MOVE "SIN PPTO" TO Ppto-Marca
               END-IF
           END-IF.
           ADD Ppto-Cupo TO PptoS-Cupo.
           ADD Ppto-Real TO PptoS-Real.
           ADD Ppto-Presupuesto TO PptoS-Presupuesto.
           ADD Ppto-Bruto TO PptoS-Bruto.
           ADD Ppto-Aportes TO PptoS-Aportes.
           ADD Ppto-Pres-Acum TO PptoS-Pres-Acum.
           ADD Ppto-Ejec-Acum TO PptoS-Ejec-Acum.
           PERFORM Escribir-Linea-Presupuesto.

      * dos lineas: el mes y lo acumulado del año hasta el mes, con
      * la variacion (ejecutado menos presupuesto; positiva es
      * sobregasto) y el porcentaje de ejecucion.
       Escribir-Linea-Presupuesto.
           COMPUTE Ppto-Ejecutado = Ppto-Bruto + Ppto-Aportes.
           COMPUTE Ppto-Variacion = Ppto-Ejecutado - Ppto-Presupuesto.
           MOVE Ppto-Variacion TO Ppto-Variacion-Ed.
           MOVE Ppto-Presupuesto TO Ppto-Base.
           MOVE Ppto-Ejecutado TO Ppto-Ejec-Base.
           PERFORM Ppto-Calcular-Pct.
           MOVE SPACES TO Presup-Linea.
           STRING Ppto-Etiqueta     DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  Ppto-Cupo         DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  Ppto-Real         DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  Ppto-Presupuesto  DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  Ppto-Bruto        DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  Ppto-Aportes      DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  Ppto-Ejecutado    DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  Ppto-Variacion-Ed DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  Ppto-Pct-Ed       DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  Ppto-Marca        DELIMITED BY SIZE
               INTO Presup-Linea.
           WRITE Presup-Linea.

           COMPUTE Ppto-Variacion = Ppto-Ejec-Acum - Ppto-Pres-Acum.
           MOVE Ppto-Variacion TO Ppto-Variacion-Ed.
           MOVE Ppto-Pres-Acum TO Ppto-Base.
           MOVE Ppto-Ejec-Acum TO Ppto-Ejec-Base.
           PERFORM Ppto-Calcular-Pct.
           MOVE SPACES TO Presup-Linea.
           STRING "  ACUMULADO AL MES          " DELIMITED BY SIZE
                  Ppto-Pres-Acum    DELIMITED BY SIZE
                  "                           " DELIMITED BY SIZE
                  Ppto-Ejec-Acum    DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  Ppto-Variacion-Ed DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  Ppto-Pct-Ed       DELIMITED BY SIZE
               INTO Presup-Linea.
           WRITE Presup-Linea.

       Ppto-Calcular-Pct.
           MOVE ZEROES TO Ppto-Pct.
           IF Ppto-Base NOT = ZERO
               COMPUTE Ppto-Pct ROUNDED =
                   Ppto-Ejec-Base * 100 / Ppto-Base
           END-IF.
           IF Ppto-Pct > 9999.99
               MOVE 9999.99 TO Ppto-Pct
           END-IF.
           MOVE Ppto-Pct TO Ppto-Pct-Ed.

      * control del cupo al contratar: con presupuesto del mes en
      * curso para el departamento, si los activos del maestro ya
      * llenan el cupo el ingreso lo excede. Sin presupuesto del mes
      * no hay control. Usa su propia marca de fin de archivo porque
      * la carga CSV la llama dentro de su ciclo de lectura.
       Verificar-Cupo.
           MOVE "N" TO Cupo-Definido.
           MOVE "N" TO Cupo-Excedido.
           MOVE ZEROES TO Cupo-Aprobado.
           MOVE ZEROES TO Cupo-Activos.
           ACCEPT Cupo-Hoy FROM DATE YYYYMMDD.
           MOVE Cupo-Hoy(1:6) TO Cupo-Periodo.
           MOVE "1" TO Cupo-Fin.
           OPEN INPUT PRESUPUESTO-ARCHIVO.
           PERFORM UNTIL Cupo-Fin = "0"
               READ PRESUPUESTO-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO Cupo-Fin
                   NOT AT END
                       IF Presup-departamento = Cupo-Departamento AND
                           Presup-periodo = Cupo-Periodo
                           MOVE "S" TO Cupo-Definido
                           MOVE Presup-cupo TO Cupo-Aprobado
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRESUPUESTO-ARCHIVO.
           IF Cupo-Definido = "S"
               MOVE "1" TO Cupo-Fin
               OPEN INPUT EMPLEADO-ARCHIVO
               PERFORM UNTIL Cupo-Fin = "0"
                   READ EMPLEADO-ARCHIVO NEXT RECORD
                       AT END
                           MOVE "0" TO Cupo-Fin
                       NOT AT END
                           IF Empleado-departamento =
                               Cupo-Departamento AND
                               NOT Empleado-inactivo
                               ADD 1 TO Cupo-Activos
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLEADO-ARCHIVO
               IF Cupo-Activos >= Cupo-Aprobado
                   MOVE "S" TO Cupo-Excedido
               END-IF
           END-IF.

      * por encima del cupo solo un supervisor en pantalla puede
      * confirmar el ingreso; en batch se rechaza.
       Confirmar-Sobrecupo.
           MOVE "S" TO Cupo-Autorizado.
           IF Cupo-Excedido = "S"
               DISPLAY "Aviso: " Cupo-Departamento " tiene "
                   Cupo-Activos " empleados activos y su cupo"
                   " aprobado para " Cupo-Periodo " es "
                   Cupo-Aprobado "."
               DISPLAY "El ingreso de la cedula " Temp-cedula
                   " excede el cupo."
               IF Batch-Modo = "S" OR Operador-Rol NOT = "S"
                   MOVE "N" TO Cupo-Autorizado
                   DISPLAY "Se requiere la confirmacion de un"
                       " supervisor en pantalla."
               ELSE
                   DISPLAY "Confirma el ingreso por encima del cupo"
                       " (S/N) ?"
                   MOVE SPACE TO Cupo-Respuesta
                   ACCEPT Cupo-Respuesta
                   IF Cupo-Respuesta = "s"
                       MOVE "S" TO Cupo-Respuesta
                   END-IF
                   IF Cupo-Respuesta NOT = "S"
                       MOVE "N" TO Cupo-Autorizado
                   END-IF
               END-IF
           END-IF.

       Registrar-Sobrecupo.
           MOVE Temp-cedula TO Audit-Cedula.
           MOVE "SOBRECUPO" TO Audit-Accion.
           PERFORM Registrar-Auditoria.

      * codigo para la validacion del periodo antes de la dispersion
      * (paso VALIDACION de la corrida nocturna): compara el
      * resultado de la liquidacion (LIQUIDACION-AAAAMM.TXT) con el
      * del periodo anterior y escribe ALERTAS-AAAAMM.TXT. Son
      * criticas: neto en cero, variacion del neto mayor al
      * porcentaje de los parametros, horas extra sobre el limite y
      * la misma cuenta bancaria en cedulas distintas; son
      * advertencias: neto llevado al piso del 50% por las
      * deducciones y empleado sin periodo anterior. El retroactivo
      * del periodo tambien es critico: no sale al banco hasta que
      * RETROACTIVO-AAAAMM.TXT este firmado y un supervisor libere la
      * corrida. Con alguna critica la corrida queda RETENIDA.
       Validar-Periodo-Nomina.
           MOVE Batch-Periodo TO Val-Periodo.
           MOVE ZEROES TO Val-Revisados.
           MOVE ZEROES TO Val-Criticas.
           MOVE ZEROES TO Val-Advertencias.
           MOVE Val-Periodo TO Val-Anterior.
           IF Val-Ant-Mes = 1
               MOVE 12 TO Val-Ant-Mes
               SUBTRACT 1 FROM Val-Ant-Ano
           ELSE
               SUBTRACT 1 FROM Val-Ant-Mes
           END-IF.
           PERFORM Cargar-Periodo-Anterior.

           MOVE SPACES TO Val-Archivo-Nombre.
           STRING "ALERTAS-"  DELIMITED BY SIZE
                  Val-Periodo DELIMITED BY SIZE
                  ".TXT"      DELIMITED BY SIZE
               INTO Val-Archivo-Nombre.
           OPEN OUTPUT ALERTAS-ARCHIVO.
           MOVE SPACES TO Alerta-Linea.
           STRING "ALERTAS DE LA NOMINA DEL PERIODO " DELIMITED BY SIZE
                  Val-Periodo DELIMITED BY SIZE
                  " CONTRA EL PERIODO " DELIMITED BY SIZE
                  Val-Anterior DELIMITED BY SIZE
               INTO Alerta-Linea.
           WRITE Alerta-Linea.
           MOVE "TIPO        CEDULA      MOTIVO                    "
               & "DETALLE" TO Alerta-Linea.
           WRITE Alerta-Linea.

           MOVE Val-Periodo TO Liquidacion-Periodo.
           PERFORM Contar-Liquidacion.
           IF Liquidacion-Registros = ZERO
               MOVE "CRITICA" TO Val-Tipo
               MOVE SPACES TO Val-Cedula
               MOVE "PERIODO SIN LIQUIDACION" TO Val-Motivo
               MOVE "LIQUIDE PRIMERO CON LA OPCION N" TO Val-Detalle
               PERFORM Escribir-Alerta
           ELSE
               IF ValA-Num = ZERO
                   MOVE "ADVERTENCIA" TO Val-Tipo
                   MOVE SPACES TO Val-Cedula
                   MOVE "SIN PERIODO ANTERIOR" TO Val-Motivo
                   MOVE SPACES TO Val-Detalle
                   STRING "NO HAY LIQUIDACION DEL PERIODO "
                       DELIMITED BY SIZE
                          Val-Anterior DELIMITED BY SIZE
                          "; NO SE COMPARAN LOS NETOS"
                       DELIMITED BY SIZE
                       INTO Val-Detalle
                   PERFORM Escribir-Alerta
               END-IF
               PERFORM Validar-Liquidacion-Periodo
               PERFORM Validar-Cuenta-Repetida
                   VARYING ValC-i FROM 1 BY 1
                   UNTIL ValC-i > ValC-Num
           END-IF.

           MOVE SPACES TO Alerta-Linea.
           WRITE Alerta-Linea.
           MOVE Val-Revisados TO Val-Contador-Ed.
           MOVE SPACES TO Alerta-Linea.
           STRING "EMPLEADOS REVISADOS : " DELIMITED BY SIZE
                  Val-Contador-Ed DELIMITED BY SIZE
               INTO Alerta-Linea.
           WRITE Alerta-Linea.
           MOVE Val-Criticas TO Val-Contador-Ed.
           MOVE SPACES TO Alerta-Linea.
           STRING "ALERTAS CRITICAS    : " DELIMITED BY SIZE
                  Val-Contador-Ed DELIMITED BY SIZE
               INTO Alerta-Linea.
           WRITE Alerta-Linea.
           MOVE Val-Advertencias TO Val-Contador-Ed.
           MOVE SPACES TO Alerta-Linea.
           STRING "ADVERTENCIAS        : " DELIMITED BY SIZE
                  Val-Contador-Ed DELIMITED BY SIZE
               INTO Alerta-Linea.
           WRITE Alerta-Linea.
           IF Val-Criticas NOT = ZERO
               MOVE "CORRIDA RETENIDA: LA DISPERSION ESPERA LA "
                   & "LIBERACION DE UN SUPERVISOR (OPCION X)"
                   TO Alerta-Linea
               WRITE Alerta-Linea
           END-IF.
           CLOSE ALERTAS-ARCHIVO.

           DISPLAY "Validacion grabada en " Val-Archivo-Nombre.
           DISPLAY "Empleados revisados : " Val-Revisados.
           DISPLAY "Alertas criticas    : " Val-Criticas.
           DISPLAY "Advertencias        : " Val-Advertencias.
           IF Val-Criticas NOT = ZERO
               MOVE "S" TO Corrida-Retenida
               MOVE "N" TO Paso-Exitoso
           END-IF.

      * netos del periodo anterior por cedula (ValA-Tabla); vacia si
      * el periodo anterior no se liquido.
       Cargar-Periodo-Anterior.
           MOVE ZEROES TO ValA-Num.
           MOVE Val-Anterior TO Liquidacion-Periodo.
           PERFORM Armar-Nombre-Liquidacion.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT LIQUIDACION-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ LIQUIDACION-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       IF ValA-Num < 5000
                           ADD 1 TO ValA-Num
                           MOVE Liqres-cedula TO ValA-Cedula(ValA-Num)
                           MOVE Liqres-neto TO ValA-Neto(ValA-Num)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIQUIDACION-ARCHIVO.

      * revisa cada empleado liquidado en el periodo y guarda sus
      * datos bancarios del maestro para buscar cuentas repetidas.
       Validar-Liquidacion-Periodo.
           MOVE ZEROES TO ValC-Num.
           MOVE Val-Periodo TO Liquidacion-Periodo.
           PERFORM Armar-Nombre-Liquidacion.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT LIQUIDACION-ARCHIVO.
           OPEN INPUT EMPLEADO-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ LIQUIDACION-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       PERFORM Validar-Empleado-Nomina
               END-READ
           END-PERFORM
           CLOSE EMPLEADO-ARCHIVO.
           CLOSE LIQUIDACION-ARCHIVO.

       Validar-Empleado-Nomina.
           PERFORM Normalizar-Resultado.
           ADD 1 TO Val-Revisados.
           MOVE Liqres-cedula TO Val-Cedula.
           MOVE Liqres-neto TO Val-Neto-Ed.
           IF Liqres-neto = ZERO
               MOVE "CRITICA" TO Val-Tipo
               MOVE "NETO EN CERO" TO Val-Motivo
               MOVE SPACES TO Val-Detalle
               STRING "BRUTO " DELIMITED BY SIZE
                      Liqres-bruto DELIMITED BY SIZE
                      " NETO 0" DELIMITED BY SIZE
                   INTO Val-Detalle
               PERFORM Escribir-Alerta
           ELSE
               COMPUTE Val-Deducciones = Liqres-ded-prestamo
                   + Liqres-ded-embargo + Liqres-ded-anticipo
               COMPUTE Val-Piso ROUNDED = Liqres-bruto * 0.50
               IF Val-Deducciones NOT = ZERO AND
                   Liqres-neto NOT > Val-Piso
                   MOVE "ADVERTENCIA" TO Val-Tipo
                   MOVE "NETO EN EL PISO DEL 50%" TO Val-Motivo
                   MOVE SPACES TO Val-Detalle
                   STRING "BRUTO " DELIMITED BY SIZE
                          Liqres-bruto DELIMITED BY SIZE
                          " DEDUCCIONES " DELIMITED BY SIZE
                          Val-Deducciones DELIMITED BY SIZE
                          " NETO " DELIMITED BY SIZE
                          Val-Neto-Ed DELIMITED BY SIZE
                       INTO Val-Detalle
                   PERFORM Escribir-Alerta
               END-IF
           END-IF.
           IF Liqres-horas-extra > Par-Alerta-Horas
               MOVE "CRITICA" TO Val-Tipo
               MOVE "HORAS EXTRA SOBRE LIMITE" TO Val-Motivo
               MOVE SPACES TO Val-Detalle
               STRING "HORAS " DELIMITED BY SIZE
                      Liqres-horas-extra DELIMITED BY SIZE
                      " LIMITE " DELIMITED BY SIZE
                      Par-Alerta-Horas DELIMITED BY SIZE
                   INTO Val-Detalle
               PERFORM Escribir-Alerta
           END-IF.
           IF Liqres-retroactivo NOT = ZERO
               MOVE Liqres-retroactivo TO Val-Ant-Ed
               MOVE "CRITICA" TO Val-Tipo
               MOVE "RETROACTIVO POR FIRMAR" TO Val-Motivo
               MOVE SPACES TO Val-Detalle
               STRING "VALOR " DELIMITED BY SIZE
                      Val-Ant-Ed DELIMITED BY SIZE
                      "; FIRMA DE RETROACTIVO-" DELIMITED BY SIZE
                      Val-Periodo DELIMITED BY SIZE
                      ".TXT ANTES DE LIBERAR" DELIMITED BY SIZE
                   INTO Val-Detalle
               PERFORM Escribir-Alerta
           END-IF.
           IF ValA-Num NOT = ZERO
               PERFORM Comparar-Periodo-Anterior
           END-IF.

           MOVE Liqres-cedula TO Empleado-cedula.
           READ EMPLEADO-ARCHIVO
               INVALID KEY
                   MOVE SPACES TO Empleado-numero-cuenta
           END-READ.
           IF Empleado-numero-cuenta NOT = SPACES AND
               ValC-Num < 5000
               ADD 1 TO ValC-Num
               MOVE Liqres-cedula TO ValC-Cedula(ValC-Num)
               MOVE Empleado-banco TO ValC-Banco(ValC-Num)
               MOVE Empleado-numero-cuenta TO ValC-Cuenta(ValC-Num)
           END-IF.

       Comparar-Periodo-Anterior.
           MOVE ZEROES TO ValA-Idx.
           PERFORM VARYING ValA-i FROM 1 BY 1
               UNTIL ValA-i > ValA-Num OR ValA-Idx NOT = ZERO
               IF ValA-Cedula(ValA-i) = Liqres-cedula
                   MOVE ValA-i TO ValA-Idx
               END-IF
           END-PERFORM.
           IF ValA-Idx = ZERO
               MOVE "ADVERTENCIA" TO Val-Tipo
               MOVE "SIN PERIODO ANTERIOR" TO Val-Motivo
               MOVE SPACES TO Val-Detalle
               STRING "NO FUE LIQUIDADO EN " DELIMITED BY SIZE
                      Val-Anterior DELIMITED BY SIZE
                      " NETO ACTUAL " DELIMITED BY SIZE
                      Val-Neto-Ed DELIMITED BY SIZE
                   INTO Val-Detalle
               PERFORM Escribir-Alerta
           ELSE
               IF ValA-Neto(ValA-Idx) NOT = ZERO
                   IF Liqres-neto > ValA-Neto(ValA-Idx)
                       COMPUTE Val-Diferencia =
                           Liqres-neto - ValA-Neto(ValA-Idx)
                   ELSE
                       COMPUTE Val-Diferencia =
                           ValA-Neto(ValA-Idx) - Liqres-neto
                   END-IF
                   COMPUTE Val-Variacion ROUNDED =
                       Val-Diferencia / ValA-Neto(ValA-Idx)
                   IF Val-Variacion > Par-Alerta-Var-Pct
                       COMPUTE Val-Pct = Val-Variacion * 100
                       MOVE Val-Pct TO Val-Pct-Ed
                       MOVE ValA-Neto(ValA-Idx) TO Val-Ant-Ed
                       MOVE "CRITICA" TO Val-Tipo
                       MOVE "VARIACION DEL NETO" TO Val-Motivo
                       MOVE SPACES TO Val-Detalle
                       STRING "ANTERIOR " DELIMITED BY SIZE
                              Val-Ant-Ed DELIMITED BY SIZE
                              " ACTUAL " DELIMITED BY SIZE
                              Val-Neto-Ed DELIMITED BY SIZE
                              " VARIACION % " DELIMITED BY SIZE
                              Val-Pct-Ed DELIMITED BY SIZE
                           INTO Val-Detalle
                       PERFORM Escribir-Alerta
                   END-IF
               END-IF
           END-IF.

      * la misma cuenta (banco y numero) en dos cedulas distintas se
      * informa una vez por cada pareja encontrada.
       Validar-Cuenta-Repetida.
           PERFORM VARYING ValC-j FROM ValC-i BY 1
               UNTIL ValC-j > ValC-Num
               IF ValC-j > ValC-i AND
                   ValC-Banco(ValC-j) = ValC-Banco(ValC-i) AND
                   ValC-Cuenta(ValC-j) = ValC-Cuenta(ValC-i) AND
                   ValC-Cedula(ValC-j) NOT = ValC-Cedula(ValC-i)
                   MOVE "CRITICA" TO Val-Tipo
                   MOVE ValC-Cedula(ValC-i) TO Val-Cedula
                   MOVE "CUENTA REPETIDA" TO Val-Motivo
                   MOVE SPACES TO Val-Detalle
                   STRING ValC-Banco(ValC-i) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ValC-Cuenta(ValC-i) DELIMITED BY SIZE
                          " TAMBIEN EN CEDULA " DELIMITED BY SIZE
                          ValC-Cedula(ValC-j) DELIMITED BY SIZE
                       INTO Val-Detalle
                   PERFORM Escribir-Alerta
               END-IF
           END-PERFORM.

       Escribir-Alerta.
           IF Val-Tipo = "CRITICA"
               ADD 1 TO Val-Criticas
           ELSE
               ADD 1 TO Val-Advertencias
           END-IF.
           MOVE SPACES TO Alerta-Linea.
           STRING Val-Tipo    DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  Val-Cedula  DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  Val-Motivo  DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  Val-Detalle DELIMITED BY SIZE
               INTO Alerta-Linea.
           WRITE Alerta-Linea.

      * ultimo estado anotado en CORRIDA.CTL para el paso VALIDACION
      * del periodo en Val-Buscar-Periodo (en blanco si no hay).
       Buscar-Estado-Validacion.
           MOVE SPACES TO Val-Estado.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT CORRIDA-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ CORRIDA-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       IF Corrida-periodo = Val-Buscar-Periodo AND
                           Corrida-paso = "VALIDACION"
                           MOVE Corrida-estado TO Val-Estado
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORRIDA-ARCHIVO.

      * codigo para liberar una corrida RETENIDA por la validacion:
      * el supervisor revisa ALERTAS-AAAAMM.TXT y confirma; queda
      * anotado LIBERADA en CORRIDA.CTL y en la auditoria, y la
      * corrida sigue con la dispersion y el respaldo del periodo.
       Liberar-Corrida.
           IF Batch-Modo = "S"
               DISPLAY "La liberacion de la corrida exige un"
                   " supervisor en pantalla; no corre en batch."
           ELSE
               DISPLAY "Ingrese el periodo retenido (AAAAMM)"
               ACCEPT Lib-Periodo
               MOVE Lib-Periodo TO Val-Buscar-Periodo
               PERFORM Buscar-Estado-Validacion
               IF Val-Estado NOT = "RETENIDA"
                   DISPLAY "La corrida del periodo " Lib-Periodo
                       " no esta retenida por la validacion."
               ELSE
                   MOVE SPACES TO Val-Archivo-Nombre
                   STRING "ALERTAS-"  DELIMITED BY SIZE
                          Lib-Periodo DELIMITED BY SIZE
                          ".TXT"      DELIMITED BY SIZE
                       INTO Val-Archivo-Nombre
                   DISPLAY "Revise las alertas del periodo en "
                       Val-Archivo-Nombre
                   DISPLAY "(si hay retroactivo, verifique que"
                       " RETROACTIVO-" Lib-Periodo ".TXT este firmado)"
                   DISPLAY "Libera la corrida y genera la dispersion"
                       " (S/N) ?"
                   ACCEPT si-no
                   IF si-no = "s"
                       MOVE "S" TO si-no
                   END-IF
                   IF si-no = "S"
                       PERFORM Liberar-Corrida-Periodo
                   ELSE
                       DISPLAY "La corrida sigue retenida."
                   END-IF
               END-IF
           END-IF.

       Liberar-Corrida-Periodo.
           MOVE Lib-Periodo TO Batch-Periodo.
           MOVE "VALIDACION" TO Ctl-Paso.
           MOVE "LIBERADA" TO Ctl-Estado.
           PERFORM Anotar-Corrida.
           MOVE SPACES TO Audit-Cedula.
           MOVE Lib-Periodo TO Audit-Cedula.
           MOVE "LIBERA" TO Audit-Accion.
           PERFORM Registrar-Auditoria.
           DISPLAY "Corrida del periodo " Lib-Periodo " liberada;"
               " continua con la dispersion.".
           MOVE "N" TO Batch-Override.
           MOVE "N" TO Corrida-Retenida.
           MOVE "S" TO Corrida-En-Curso.
           MOVE "DISPERSION" TO Ctl-Paso.
           PERFORM Ejecutar-Paso-Corrida.
           MOVE "RESPALDO" TO Ctl-Paso.
           PERFORM Ejecutar-Paso-Corrida.
           MOVE "N" TO Corrida-En-Curso.
           DISPLAY "Corrida terminada; control en CORRIDA.CTL".

      * codigo para la conversion (por unica vez) del maestro plano
      * datos.txt al maestro indexado MAESTRO.DAT con la cedula como
      * llave de registro; las cedulas repetidas del archivo plano se
      * rechazan y el maestro indexado queda reconstruido desde cero.
       Convertir-Maestro.
           DISPLAY "La conversion reconstruye el maestro indexado".
           DISPLAY "desde datos.txt y descarta su contenido actual.".
           DISPLAY "Desea continuar (S/N) ?".
           ACCEPT si-no.
           IF si-no = "s"
               MOVE "S" TO si-no.
           IF si-no = "S"
               PERFORM Convertir-Maestro-Cargar
           ELSE
               DISPLAY "Conversion cancelada."
           END-IF.

       Convertir-Maestro-Cargar.
           MOVE ZEROES TO Conv-Leidos.
           MOVE ZEROES TO Conv-Cargados.
           MOVE ZEROES TO Conv-Rechazados.
           MOVE "1" TO FIN-DEL-ARCHIVO.

           OPEN INPUT DATOS-PLANO-ARCHIVO.
           OPEN OUTPUT EMPLEADO-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ DATOS-PLANO-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       ADD 1 TO Conv-Leidos
                       MOVE Plano-registro TO Empleados-registro
                       WRITE Empleados-registro
                           INVALID KEY
                               ADD 1 TO Conv-Rechazados
                               DISPLAY "Cedula repetida, omitida: "
                                   Plano-cedula
                           NOT INVALID KEY
                               ADD 1 TO Conv-Cargados
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE DATOS-PLANO-ARCHIVO.
           CLOSE EMPLEADO-ARCHIVO.

           DISPLAY "Conversion del maestro terminada.".
           DISPLAY "Registros leidos   : " Conv-Leidos.
           DISPLAY "Registros cargados : " Conv-Cargados.
           DISPLAY "Registros omitidos : " Conv-Rechazados.

      * codigo para los parametros de nomina: PARAMETROS.TXT guarda
      * los datos de la empresa, los porcentajes de deduccion y
      * aportes, el factor de horas extra, los divisores de dias y
      * horas, los limites de banda, la UVT y la tabla de retencion
      * en la fuente; se carga al arrancar (si el
      * archivo no existe rigen los valores de fabrica de
      * WORKING-STORAGE) y el mantenimiento es la opcion J,
      * reservada a supervisores como las demas opciones que no
      * estan en la lista de consulta.
       Cargar-Parametros.
           MOVE "N" TO Par-Hay-Archivo.
           OPEN INPUT PARAMETROS-ARCHIVO.
           READ PARAMETROS-ARCHIVO NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "S" TO Par-Hay-Archivo
           END-READ.
           IF Par-Hay-Archivo = "S"
               MOVE Params-Empresa-Nombre TO Empresa-Nombre
               MOVE Params-Empresa-Nit TO Empresa-Nit
               MOVE Params-Salud-Pct TO Par-Salud-Pct
               MOVE Params-Pension-Pct TO Par-Pension-Pct
               MOVE Params-Extra-Factor TO Par-Extra-Factor
               MOVE Params-Dias-Mes TO Par-Dias-Mes
               MOVE Params-Horas-Mes TO Par-Horas-Mes
               MOVE Params-Banda-Lim1 TO Par-Banda-Lim1
               MOVE Params-Banda-Lim2 TO Par-Banda-Lim2
               MOVE Params-Banda-Lim3 TO Par-Banda-Lim3
               MOVE Params-Banda-Lim4 TO Par-Banda-Lim4
               MOVE Params-Apo-Salud TO Apo-Salud-Pct
               MOVE Params-Apo-Pension TO Apo-Pension-Pct
               MOVE Params-Apo-Arl TO Apo-Arl-Pct
               MOVE Params-Apo-Caja TO Apo-Caja-Pct
               MOVE Params-Prov-Cesantias TO Prov-Cesantias-Pct
               MOVE Params-Prov-Intereses TO Prov-Intereses-Pct
               MOVE Params-Prov-Prima TO Prov-Prima-Pct
               MOVE Params-Prov-Vacaciones TO Prov-Vacaciones-Pct
               IF Params-Uvt NUMERIC AND Params-Uvt NOT = ZERO
                   PERFORM Cargar-Parametros-Retencion
               END-IF
               IF Params-Alerta-Var-Pct NUMERIC AND
                   Params-Alerta-Var-Pct NOT = ZERO
                   MOVE Params-Alerta-Var-Pct TO Par-Alerta-Var-Pct
               END-IF
               IF Params-Alerta-Horas NUMERIC AND
                   Params-Alerta-Horas NOT = ZERO
                   MOVE Params-Alerta-Horas TO Par-Alerta-Horas
               END-IF
           END-IF.
           CLOSE PARAMETROS-ARCHIVO.

       Cargar-Parametros-Retencion.
           MOVE Params-Uvt TO Par-Uvt.
           MOVE Params-Ret-Exenta-Pct TO Par-Ret-Exenta-Pct.
           MOVE Params-Ret-Tope-Exenta TO Par-Ret-Tope-Exenta.
           MOVE Params-Ret-Limite-Pct TO Par-Ret-Limite-Pct.
           MOVE Params-Ret-Tope-Limite TO Par-Ret-Tope-Limite.
           PERFORM VARYING Par-Ret-i FROM 1 BY 1 UNTIL Par-Ret-i > 7
               MOVE Params-Ret-Desde(Par-Ret-i) TO
                   Par-Ret-Desde(Par-Ret-i)
               MOVE Params-Ret-Tarifa(Par-Ret-i) TO
                   Par-Ret-Tarifa(Par-Ret-i)
               MOVE Params-Ret-Fijas(Par-Ret-i) TO
                   Par-Ret-Fijas(Par-Ret-i)
           END-PERFORM.

       Grabar-Parametros.
           OPEN OUTPUT PARAMETROS-ARCHIVO.
           MOVE SPACES TO Parametros-Registro.
           MOVE Empresa-Nombre TO Params-Empresa-Nombre.
           MOVE Empresa-Nit TO Params-Empresa-Nit.
           MOVE Par-Salud-Pct TO Params-Salud-Pct.
           MOVE Prov-Intereses-Pct TO Params-Prov-Intereses.
           MOVE Prov-Prima-Pct TO Params-Prov-Prima.
           MOVE Prov-Vacaciones-Pct TO Params-Prov-Vacaciones.
           MOVE Par-Uvt TO Params-Uvt.
           MOVE Par-Ret-Exenta-Pct TO Params-Ret-Exenta-Pct.
           MOVE Par-Ret-Tope-Exenta TO Params-Ret-Tope-Exenta.
           MOVE Par-Ret-Limite-Pct TO Params-Ret-Limite-Pct.
           MOVE Par-Ret-Tope-Limite TO Params-Ret-Tope-Limite.
           PERFORM VARYING Par-Ret-i FROM 1 BY 1 UNTIL Par-Ret-i > 7
               MOVE Par-Ret-Desde(Par-Ret-i) TO
                   Params-Ret-Desde(Par-Ret-i)
               MOVE Par-Ret-Tarifa(Par-Ret-i) TO
                   Params-Ret-Tarifa(Par-Ret-i)
               MOVE Par-Ret-Fijas(Par-Ret-i) TO
                   Params-Ret-Fijas(Par-Ret-i)
           END-PERFORM.
           MOVE Par-Alerta-Var-Pct TO Params-Alerta-Var-Pct.
           MOVE Par-Alerta-Horas TO Params-Alerta-Horas.
           WRITE Parametros-Registro.
           CLOSE PARAMETROS-ARCHIVO.

           MOVE Prov-Vacaciones-Pct TO Par-Pct-Ed2.
           DISPLAY "  Prov prima     : " Par-Pct-Ed
               "  Prov vacaciones: " Par-Pct-Ed2.
           DISPLAY "  Valor UVT      : " Par-Uvt.
           MOVE Par-Ret-Exenta-Pct TO Par-Pct-Ed.
           MOVE Par-Ret-Limite-Pct TO Par-Pct-Ed2.
           DISPLAY "  Renta exenta   : " Par-Pct-Ed
               "  tope anual UVT : " Par-Ret-Tope-Exenta.
           DISPLAY "  Limite global  : " Par-Pct-Ed2
               "  tope anual UVT : " Par-Ret-Tope-Limite.
           DISPLAY "  Tabla de retencion (desde UVT, tarifa, UVT"
               " fijas):".
           PERFORM VARYING Par-Ret-i FROM 1 BY 1 UNTIL Par-Ret-i > 7
               MOVE Par-Ret-Tarifa(Par-Ret-i) TO Par-Pct-Ed
               DISPLAY "    " Par-Ret-i ". " Par-Ret-Desde(Par-Ret-i)
                   "  " Par-Pct-Ed "  " Par-Ret-Fijas(Par-Ret-i)
           END-PERFORM.
           MOVE Par-Alerta-Var-Pct TO Par-Pct-Ed.
           DISPLAY "  Alerta neto    : " Par-Pct-Ed
               "  horas extra max: " Par-Alerta-Horas.

      * cada valor se pide por separado; ENTER (o cero en los
      * numericos enteros) conserva el valor vigente. Los
               MOVE Par-Pct-Nuevo TO Prov-Vacaciones-Pct
           END-IF.

           DISPLAY "Valor de la UVT (0 = conservar)".
           PERFORM Leer-Numero-Novedad.
           MOVE Staging-Salario TO Par-Valor-Num.
           IF Par-Valor-Num NOT = ZERO
               MOVE Par-Valor-Num TO Par-Uvt
           END-IF.
           DISPLAY "Porcentaje de renta exenta (ej 25.0)".
           PERFORM Leer-Parametro-Pct.
           IF Ajuste-Valido = "S"
               MOVE Par-Pct-Nuevo TO Par-Ret-Exenta-Pct
           END-IF.
           DISPLAY "Tope anual de la renta exenta en UVT"
               " (0 = conservar)".
           PERFORM Leer-Numero-Novedad.
           MOVE Staging-Salario TO Par-Valor-Num.
           IF Par-Valor-Num NOT = ZERO
               MOVE Par-Valor-Num TO Par-Ret-Tope-Exenta
           END-IF.
           DISPLAY "Porcentaje limite global de exentas (ej 40.0)".
           PERFORM Leer-Parametro-Pct.
           IF Ajuste-Valido = "S"
               MOVE Par-Pct-Nuevo TO Par-Ret-Limite-Pct
           END-IF.
           DISPLAY "Tope anual del limite global en UVT"
               " (0 = conservar)".
           PERFORM Leer-Numero-Novedad.
           MOVE Staging-Salario TO Par-Valor-Num.
           IF Par-Valor-Num NOT = ZERO
               MOVE Par-Valor-Num TO Par-Ret-Tope-Limite
           END-IF.
           DISPLAY "Porcentaje de variacion del neto para alerta"
               " (ej 30.0)".
           PERFORM Leer-Parametro-Pct.
           IF Ajuste-Valido = "S"
               MOVE Par-Pct-Nuevo TO Par-Alerta-Var-Pct
           END-IF.
           DISPLAY "Limite de horas extra para alerta"
               " (0 = conservar)".
           PERFORM Leer-Numero-Novedad.
           MOVE Staging-Salario TO Par-Valor-Num.
           IF Par-Valor-Num NOT = ZERO
               MOVE Par-Valor-Num TO Par-Alerta-Horas
           END-IF.
           DISPLAY "Desea modificar la tabla de retencion (S/N) ?".
           ACCEPT si-no.
           IF si-no = "s"
               MOVE "S" TO si-no
           END-IF.
           IF si-no = "S"
               PERFORM Modificar-Tramo-Retencion
                   VARYING Par-Ret-i FROM 2 BY 1
                   UNTIL Par-Ret-i > 7
           END-IF.

      * el primer tramo (desde 0 UVT, tarifa 0) es fijo; en los demas
      * ENTER o cero conserva cada valor vigente.
       Modificar-Tramo-Retencion.
           MOVE Par-Ret-Tarifa(Par-Ret-i) TO Par-Pct-Ed.
           DISPLAY "Tramo " Par-Ret-i ": desde "
               Par-Ret-Desde(Par-Ret-i) " UVT, tarifa " Par-Pct-Ed
               ", " Par-Ret-Fijas(Par-Ret-i) " UVT fijas".
           DISPLAY "  Desde cuantas UVT (0 = conservar)".
           PERFORM Leer-Numero-Novedad.
           MOVE Staging-Salario TO Par-Valor-Num.
           IF Par-Valor-Num NOT = ZERO
               MOVE Par-Valor-Num TO Par-Ret-Desde(Par-Ret-i)
           END-IF.
           DISPLAY "  Tarifa marginal (ej 19.0)".
           PERFORM Leer-Parametro-Pct.
           IF Ajuste-Valido = "S"
               MOVE Par-Pct-Nuevo TO Par-Ret-Tarifa(Par-Ret-i)
           END-IF.
           DISPLAY "  UVT fijas del tramo (0 = conservar)".
           PERFORM Leer-Numero-Novedad.
           MOVE Staging-Salario TO Par-Valor-Num.
           IF Par-Valor-Num NOT = ZERO
               MOVE Par-Valor-Num TO Par-Ret-Fijas(Par-Ret-i)
           END-IF.

      * el porcentaje se digita en por ciento con punto decimal y
      * queda como fraccion (4.0 -> 0.04); ENTER conserva el valor.
       Leer-Parametro-Pct.
                    Csv-banco
                    Csv-tipo-cuenta
                    Csv-numero-cuenta
                    Csv-fecha-ingreso
                    Csv-fondo-cesantias.

           MOVE "S" TO Carga-Registro-Valido.
           MOVE SPACES TO Carga-Motivo.
           MOVE Csv-tipo-cuenta TO Empleado-tipo-cuenta.
           MOVE Csv-numero-cuenta TO Empleado-numero-cuenta.
           MOVE ZEROES TO Empleado-fecha-ingreso.
           MOVE Csv-fondo-cesantias TO Empleado-fondo-cesantias.

           PERFORM Validar-Cedula.
           IF Csv-cedula(12:) NOT = SPACES
               END-IF
           END-IF.

      * la columna 12 (fondo de cesantias) tambien es opcional.
           IF Carga-Registro-Valido = "S"
               IF Csv-fondo-cesantias(16:) NOT = SPACES
                   MOVE "N" TO Carga-Registro-Valido
                   MOVE "FONDO MUY LARGO" TO Carga-Motivo
               END-IF
           END-IF.

           IF Carga-Registro-Valido = "S"
               MOVE Empleados-registro TO Nuevo-Empleado-Temp
               PERFORM Verificar-Cedula-Duplicada
               END-IF
           END-IF.

      * el cupo del departamento se revisa fila por fila, asi cuentan
      * tambien los empleados que esta misma carga ya ingreso.
           MOVE "N" TO Cupo-Excedido.
           IF Carga-Registro-Valido = "S"
               MOVE Empleado-departamento TO Cupo-Departamento
               PERFORM Verificar-Cupo
               MOVE Nuevo-Empleado-Temp TO Empleados-registro
               PERFORM Confirmar-Sobrecupo
               IF Cupo-Autorizado NOT = "S"
                   MOVE "N" TO Carga-Registro-Valido
                   MOVE "SIN CUPO" TO Carga-Motivo
               END-IF
           END-IF.

      * el empleado entra al maestro sin salario ni datos bancarios;
      * los del extracto quedan como solicitudes pendientes (origen
      * CARGA) hasta que un segundo supervisor las apruebe.
           IF Carga-Registro-Valido = "S"
               MOVE Empleado-salario-basico TO Camb-Salario-Nuevo
               MOVE Empleado-banco TO Camb-Banco-Nuevo
               MOVE Empleado-tipo-cuenta TO Camb-Tipo-Cuenta-Nuevo
               MOVE Empleado-numero-cuenta TO Camb-Cuenta-Nuevo
               MOVE ZEROES TO Empleado-salario-basico
               MOVE SPACES TO Empleado-banco
               MOVE SPACES TO Empleado-tipo-cuenta
               MOVE SPACES TO Empleado-numero-cuenta
               PERFORM Abrir-archivo
               PERFORM Escribir-registro
               PERFORM cerrar-registro
               ADD 1 TO Carga-Cargados
               IF Cupo-Excedido = "S"
                   PERFORM Registrar-Sobrecupo
               END-IF
               ACCEPT Hist-Hoy FROM DATE YYYYMMDD
               MOVE Hist-Hoy TO Hist-Fecha-Efectiva
               IF Empleado-fecha-ingreso NOT = ZEROES
                   MOVE Empleado-fecha-ingreso TO Hist-Fecha-Efectiva
               END-IF
               MOVE ZEROES TO Hist-Anterior
               MOVE SPACES TO Camb-Banco-Antes
               MOVE SPACES TO Camb-Tipo-Cuenta-Antes
               MOVE SPACES TO Camb-Cuenta-Antes
               MOVE "CARGA" TO Hist-Origen
               PERFORM Grabar-Solicitud-Salario
               IF Camb-Cuenta-Nuevo NOT = SPACES
                   PERFORM Grabar-Solicitud-Cuenta
               END-IF
           ELSE
               MOVE SPACES TO Rechazo-Linea
               STRING Carga-Motivo DELIMITED BY SIZE
           END-IF.

      * codigo para el cierre mensual: agrega al HISTORICO.TXT una
      * foto del periodo (un registro "D" por empleado liquidado con
      * su salario, bruto, deducciones y neto tomados de
      * LIQUIDACION-AAAAMM.TXT y un registro "T" con los totales)
      * para poder comparar periodos despues. Un periodo solo se
      * puede cerrar una vez.
       Cierre-Mensual.
           IF Batch-Modo = "S" OR Corrida-En-Curso = "S"
               MOVE Batch-Periodo TO Cierre-Periodo
           END-IF.

       Cierre-Mensual-Periodo.
           MOVE Cierre-Periodo TO Liquidacion-Periodo.
           PERFORM Contar-Liquidacion.
           IF Liquidacion-Registros = ZERO
               DISPLAY "El periodo " Cierre-Periodo " no tiene"
                   " liquidacion; liquide primero con la opcion N."
               DISPLAY "Cierre cancelado."
           ELSE
               PERFORM Cierre-Mensual-Validado
           END-IF.

       Cierre-Mensual-Validado.
           MOVE "N" TO Cierre-Ya-Existe.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT HISTORICO-ARCHIVO.
       Grabar-Cierre.
           MOVE ZEROES TO Cierre-Contador.
           MOVE ZEROES TO Cierre-Total.
           MOVE ZEROES TO Cierre-Total-Bruto.
           MOVE ZEROES TO Cierre-Total-Deduc.
           MOVE ZEROES TO Cierre-Total-Neto.
           MOVE "1" TO FIN-DEL-ARCHIVO.

           MOVE Cierre-Periodo TO Liquidacion-Periodo.
           PERFORM Armar-Nombre-Liquidacion.
           OPEN EXTEND HISTORICO-ARCHIVO.
           OPEN INPUT LIQUIDACION-ARCHIVO.
           OPEN INPUT EMPLEADO-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ LIQUIDACION-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       PERFORM Grabar-Cierre-Empleado
               END-READ
           END-PERFORM
           CLOSE EMPLEADO-ARCHIVO.
           CLOSE LIQUIDACION-ARCHIVO.

           MOVE SPACES TO Historico-Registro.
           MOVE Cierre-Periodo TO Historico-periodo.
           MOVE ZEROES TO Historico-salario.
           MOVE Cierre-Contador TO Historico-total-empleados.
           MOVE Cierre-Total TO Historico-total-salarios.
           MOVE Cierre-Total-Bruto TO Historico-bruto.
           MOVE Cierre-Total-Deduc TO Historico-deducciones.
           MOVE Cierre-Total-Neto TO Historico-neto.
           WRITE Historico-Registro.
           CLOSE HISTORICO-ARCHIVO.

           PERFORM Registrar-Auditoria.

           DISPLAY "Cierre del periodo " Cierre-Periodo " grabado.".
           DISPLAY "Empleados liquidados: " Cierre-Contador.
           DISPLAY "Total salarios      : " Cierre-Total.
           DISPLAY "Total bruto         : " Cierre-Total-Bruto.
           DISPLAY "Total deducciones   : " Cierre-Total-Deduc.
           DISPLAY "Total neto          : " Cierre-Total-Neto.

      * la foto del historico es la de la liquidacion: un "D" por
      * cada empleado liquidado en el periodo, con el nombre tomado
      * del maestro y las deducciones como la diferencia entre el
      * bruto y el neto pagado.
       Grabar-Cierre-Empleado.
           MOVE SPACES TO Historico-Registro.
           MOVE Cierre-Periodo TO Historico-periodo.
           SET Historico-detalle TO TRUE.
           MOVE Liqres-cedula TO Historico-cedula.
           MOVE Liqres-cedula TO Empleado-cedula.
           READ EMPLEADO-ARCHIVO
               INVALID KEY
                   MOVE SPACES TO Historico-nombre
               NOT INVALID KEY
                   MOVE Empleado-nombre TO Historico-nombre
           END-READ.
           MOVE Liqres-departamento TO Historico-departamento.
           MOVE Liqres-salario-basico TO Historico-salario.
           MOVE ZEROES TO Historico-total-empleados.
           MOVE ZEROES TO Historico-total-salarios.
           MOVE Liqres-bruto TO Historico-bruto.
           COMPUTE Historico-deducciones = Liqres-bruto - Liqres-neto.
           MOVE Liqres-neto TO Historico-neto.
           WRITE Historico-Registro.
           ADD 1 TO Cierre-Contador.
           ADD Liqres-salario-basico TO Cierre-Total.
           ADD Historico-bruto TO Cierre-Total-Bruto.
           ADD Historico-deducciones TO Cierre-Total-Deduc.
           ADD Historico-neto TO Cierre-Total-Neto.

      * codigo para el comparativo del periodo contra el anterior:
      * lee el historico, arma las fotos de ambos periodos y escribe
           IF Ajuste-Valido NOT = "S"
               DISPLAY "Ajuste cancelado."
           ELSE
               PERFORM Leer-Fecha-Efectiva
               PERFORM Preparar-Y-Ejecutar-Ajuste
           END-IF.

               PERFORM Avisar-Banda-Cargo
               IF Ajuste-Modo = "A"
                   MOVE Empleados-registro TO Bit-Imagen-Antes
                   MOVE Empleado-salario-basico TO Hist-Anterior
                   MOVE Ajuste-Nuevo-Salario TO
                       Empleado-salario-basico
                   REWRITE Empleados-registro
                   MOVE Empleados-registro TO Bit-Imagen-Despues
                   MOVE "AJUSTE" TO Bit-Accion-WS
                   PERFORM Registrar-Bitacora
                   MOVE Empleado-cedula TO Hist-Cedula
                   MOVE Empleado-salario-basico TO Hist-Nuevo
                   MOVE "AJUSTE" TO Hist-Origen
                   PERFORM Registrar-Historia-Salario
               END-IF
           END-IF.

      * codigo para el archivo de dispersion bancaria: encabezado con
      * los datos de la empresa y la fecha, un detalle por empleado
      * liquidado en el periodo con cuenta y valor (el neto a pagar
      * de LIQUIDACION-AAAAMM.TXT, el mismo del desprendible) y un
      * registro de cierre con cantidad y valor total. Los empleados
      * sin numero de cuenta no entran al archivo y se informan para
      * que el total del cierre se pueda cuadrar contra el neto
      * liquidado.
       Generar-Dispersion.
           IF Batch-Modo = "S" OR Corrida-En-Curso = "S"
               MOVE Batch-Periodo TO Disp-Periodo
           ELSE
               DISPLAY "Ingrese el periodo a dispersar (AAAAMM)"
               ACCEPT Disp-Periodo
           END-IF.
           MOVE Disp-Periodo TO Liquidacion-Periodo.
           PERFORM Contar-Liquidacion.
           IF Disp-Periodo = ZERO
               DISPLAY "Periodo invalido; dispersion cancelada."
           ELSE
               IF Liquidacion-Registros = ZERO
                   DISPLAY "El periodo " Disp-Periodo " no tiene"
                       " liquidacion; liquide primero con la"
                       " opcion N."
                   DISPLAY "Dispersion cancelada."
               ELSE
                   MOVE Disp-Periodo TO Val-Buscar-Periodo
                   PERFORM Buscar-Estado-Validacion
                   IF Val-Estado = "RETENIDA"
                       DISPLAY "La corrida del periodo " Disp-Periodo
                           " esta RETENIDA por la validacion;"
                       DISPLAY "liberela con la opcion X. Dispersion"
                           " cancelada."
                       MOVE "N" TO Paso-Exitoso
                   ELSE
                       PERFORM Verificar-Cuentas-Pendientes
                       IF Camb-Bloqueos NOT = ZERO
                           DISPLAY "Hay cambios de datos bancarios sin"
                               " aprobar para empleados del archivo;"
                           DISPLAY "apruebelos o rechacelos con la"
                               " opcion S. Dispersion cancelada."
                           MOVE "N" TO Paso-Exitoso
                       ELSE
                           PERFORM Generar-Dispersion-Periodo
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Generar-Dispersion-Periodo.
           ACCEPT Disp-Fecha FROM DATE YYYYMMDD.
           MOVE ZEROES TO Disp-Contador.
           MOVE ZEROES TO Disp-Total.
           WRITE Dispersion-Linea.

           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT LIQUIDACION-ARCHIVO.
           OPEN INPUT EMPLEADO-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ LIQUIDACION-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       PERFORM Dispersar-Empleado
               END-READ
           END-PERFORM
           CLOSE EMPLEADO-ARCHIVO.
           CLOSE LIQUIDACION-ARCHIVO.

           PERFORM Dispersar-Pagos-Finales.

           DISPLAY "Dispersion grabada en DISPERSION.TXT".
           DISPLAY "Detalles grabados       : " Disp-Contador.
           DISPLAY "Valor total del archivo : " Disp-Total.
           DISPLAY "Neto liquidado a pagar  : " Disp-Nomina-Total.
           IF Disp-Total = Disp-Nomina-Total
               DISPLAY "El archivo CUADRA contra la nomina."
           ELSE
               MOVE Disp-Diferencia TO Disp-Diferencia-Ed
               DISPLAY "El archivo NO CUADRA contra la nomina."
               DISPLAY "Diferencia              : " Disp-Diferencia-Ed
               DISPLAY "Empleados sin cuenta    : " Disp-Sin-Cuenta
           END-IF.

      * los datos bancarios se toman del maestro por la cedula del
      * resultado; el valor es el neto liquidado del periodo.
       Dispersar-Empleado.
           ADD Liqres-neto TO Disp-Nomina-Total.
           MOVE Liqres-cedula TO Empleado-cedula.
           READ EMPLEADO-ARCHIVO
               INVALID KEY
                   MOVE SPACES TO Empleado-numero-cuenta
           END-READ.
           IF Empleado-numero-cuenta = SPACES
               ADD 1 TO Disp-Sin-Cuenta
               DISPLAY "Sin datos bancarios, omitido: "
                   Liqres-cedula
           ELSE
               ADD 1 TO Disp-Contador
               ADD Liqres-neto TO Disp-Total
               MOVE Liqres-neto TO Disp-Valor
               MOVE SPACES TO Dispersion-Linea
               STRING "02"                    DELIMITED BY SIZE
                      Empleado-cedula         DELIMITED BY SIZE
                      Empleado-banco          DELIMITED BY SIZE
                      Empleado-tipo-cuenta    DELIMITED BY SIZE
                      Empleado-numero-cuenta  DELIMITED BY SIZE
                      Disp-Valor              DELIMITED BY SIZE
                   INTO Dispersion-Linea
               WRITE Dispersion-Linea
           END-IF.
      * queda marcado "E" con la fecha del envio, sin borrarse del
      * archivo; asi, si hay que regenerar la dispersion (reproceso
      * con la "R" de la corrida o regeneracion confirmada en
      * pantalla) se pueden volver a incluir los pagos de la ultima
      * dispersion (los de la fecha de envio mas reciente); los de
      * envios anteriores no se vuelven a tocar. Solo se cargan en la
      * tabla los pendientes y los de la ultima dispersion, con su
      * posicion en el archivo, y al regrabar los demas registros se
      * copian tal cual.
      * Los pagos sin datos bancarios quedan pendientes ("P") para
      * el proximo envio.
       Dispersar-Pagos-Finales.
           MOVE ZEROES TO Pago-Num.
           MOVE ZEROES TO Pago-Enviados-Cant.
           MOVE ZEROES TO Pago-Ultimo-Envio.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT PAGOSFINALES-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       IF Pagofinal-enviado AND
                           Pagofinal-fecha-envio NUMERIC AND
                           Pagofinal-fecha-envio > Pago-Ultimo-Envio
                           MOVE Pagofinal-fecha-envio TO
                               Pago-Ultimo-Envio
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAGOSFINALES-ARCHIVO.

           MOVE ZEROES TO Pago-Pos.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT PAGOSFINALES-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ PAGOSFINALES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       ADD 1 TO Pago-Pos
                       PERFORM Tomar-Pago-Final
               END-READ
           END-PERFORM
           CLOSE PAGOSFINALES-ARCHIVO.

           IF Pago-Num NOT = ZERO
               PERFORM Decidir-Reproceso-Pagos
               OPEN INPUT EMPLEADO-ARCHIVO
               PERFORM Regrabar-Pagos-Finales
           END-IF.

       Tomar-Pago-Final.
           IF Pagofinal-enviado AND
               (Pagofinal-fecha-envio NOT NUMERIC OR
                Pagofinal-fecha-envio NOT = Pago-Ultimo-Envio)
               CONTINUE
           ELSE
               IF Pago-Num >= 5000
                   DISPLAY "Aviso: mas de 5000 pagos finales"
                       " por enviar; " Pagofinal-cedula
                       " queda pendiente."
               ELSE
                   ADD 1 TO Pago-Num
                   MOVE Pago-Pos TO Pago-Posicion(Pago-Num)
                   MOVE Pagofinal-cedula TO
                       Pago-Cedula(Pago-Num)
                   MOVE Pagofinal-nombre TO
                       Pago-Nombre(Pago-Num)
                   MOVE Pagofinal-valor TO
                       Pago-Valor(Pago-Num)
                   MOVE "N" TO Pago-Enviado(Pago-Num)
                   IF Pagofinal-enviado
                       MOVE "E" TO Pago-Estado(Pago-Num)
                       ADD 1 TO Pago-Enviados-Cant
                   ELSE
                       MOVE "P" TO Pago-Estado(Pago-Num)
                   END-IF
                   IF Pagofinal-fecha-envio NUMERIC
                       MOVE Pagofinal-fecha-envio TO
                           Pago-Fecha-Envio(Pago-Num)
                   ELSE
                       MOVE ZEROES TO
                           Pago-Fecha-Envio(Pago-Num)
                   END-IF
                   MOVE Pagofinal-detalle TO
                       Pago-Detalle(Pago-Num)
                   MOVE Pagofinal-concepto TO
                       Pago-Concepto(Pago-Num)
               END-IF
           END-IF.

      * en la corrida o en batch manda la "R" de la linea de
      * comandos; en pantalla, si hay pagos ya enviados se pregunta
      * si esta dispersion los vuelve a incluir (regeneracion tras
           ELSE
               IF Pago-Enviados-Cant NOT = ZERO
                   DISPLAY "Hay " Pago-Enviados-Cant " pagos finales"
                       " incluidos en la dispersion anterior del "
                       Pago-Ultimo-Envio "."
                   DISPLAY "Volver a incluirlos en esta (S/N) ?"
                   ACCEPT si-no
                   IF si-no = "s"
                   END-IF
           END-READ.

      * regraba el archivo completo pasando por PAGOSFINALES.TMP: los
      * registros cargados en la tabla salen de ella (los enviados en
      * esta corrida quedan "E" con la fecha de hoy, los demas
      * conservan su estado y fecha) y los que no se cargaron se
      * copian sin cambios.
       Regrabar-Pagos-Finales.
           MOVE ZEROES TO Pago-Pendientes.
           MOVE ZEROES TO Pago-Pos.
           MOVE 1 TO Pago-i.
           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT PAGOSFINALES-ARCHIVO.
           OPEN OUTPUT PAGOSTMP-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ PAGOSFINALES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       ADD 1 TO Pago-Pos
                       IF Pago-i NOT > Pago-Num
                           IF Pago-Posicion(Pago-i) = Pago-Pos
                               PERFORM Armar-Pago-Final
                               ADD 1 TO Pago-i
                           END-IF
                       END-IF
                       IF Pagofinal-pendiente
                           ADD 1 TO Pago-Pendientes
                       END-IF
                       MOVE Pagofinal-Registro TO Pagotmp-Registro
                       WRITE Pagotmp-Registro
               END-READ
           END-PERFORM
           CLOSE PAGOSTMP-ARCHIVO.
           CLOSE PAGOSFINALES-ARCHIVO.

           MOVE "1" TO FIN-DEL-ARCHIVO.
           OPEN INPUT PAGOSTMP-ARCHIVO.
           OPEN OUTPUT PAGOSFINALES-ARCHIVO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = "0"
               READ PAGOSTMP-ARCHIVO NEXT RECORD
                   AT END
                       MOVE "0" TO FIN-DEL-ARCHIVO
                   NOT AT END
                       MOVE Pagotmp-Registro TO Pagofinal-Registro
                       WRITE Pagofinal-Registro
               END-READ
           END-PERFORM
           CLOSE PAGOSFINALES-ARCHIVO.
           CLOSE PAGOSTMP-ARCHIVO.
           DISPLAY "Pagos finales en archivo : " Pago-Pos.
           DISPLAY "Pagos finales pendientes : " Pago-Pendientes.

       Armar-Pago-Final.
           MOVE SPACES TO Pagofinal-Registro.
           MOVE Pago-Cedula(Pago-i) TO Pagofinal-cedula.
           MOVE Pago-Nombre(Pago-i) TO Pagofinal-nombre.
           MOVE Pago-Valor(Pago-i) TO Pagofinal-valor.
           MOVE Pago-Detalle(Pago-i) TO Pagofinal-detalle.
           MOVE Pago-Concepto(Pago-i) TO Pagofinal-concepto.
           IF Pago-Enviado(Pago-i) = "S"
               SET Pagofinal-enviado TO TRUE
               MOVE Disp-Fecha TO Pagofinal-fecha-envio
           ELSE
               MOVE Pago-Estado(Pago-i) TO Pagofinal-estado
               MOVE Pago-Fecha-Envio(Pago-i) TO
                   Pagofinal-fecha-envio
           END-IF.

      * codigo para procesar el archivo de respuesta del banco
      * (BANCORESP.TXT: registros 02 con cedula, cuenta, estado AP
      * aplicado o RE rechazado y el motivo CC cuenta cerrada, CI
           IF Rec-Posterior = "S" AND Rec-Dentro-Limite = "S"
               ADD 1 TO Rec-Aplicados
               MOVE Bit-despues TO Empleados-registro
               MOVE Bit-despues-fondo TO Empleado-fondo-cesantias
               WRITE Empleados-registro
                   INVALID KEY
                       REWRITE Empleados-registro
           MOVE Bit-Accion-WS TO Bit-accion.
           MOVE Operador-Actual TO Bit-operador.
           MOVE Bit-Imagen-Despues(1:11) TO Bit-cedula.
           MOVE Bit-Imagen-Antes(1:157) TO Bit-antes.
           MOVE Bit-Imagen-Despues(1:157) TO Bit-despues.
           MOVE Bit-Imagen-Antes(158:15) TO Bit-antes-fondo.
           MOVE Bit-Imagen-Despues(158:15) TO Bit-despues-fondo.
           WRITE Bitacora-Registro.
           CLOSE BITACORA-ARCHIVO.

      * codigo para la corrida nocturna encadenada: ejecuta en orden
      * liquidar, cierre, validacion, dispersion y respaldo para el
      * periodo pedido, anotando en CORRIDA.CTL el inicio y el fin de
      * cada paso con fecha y hora. Si la validacion encuentra alertas
      * criticas la corrida queda RETENIDA y se detiene antes de la
      * dispersion; la opcion X la libera y sigue desde ahi. Un paso
      * que ya tiene FIN (o LIBERADA) para el periodo no se vuelve a
      * ejecutar (la "R" de la linea de comandos, o la confirmacion
      * del supervisor en pantalla, lo reprocesa); una corrida caida
      * deja el INICIO sin FIN y al relanzarla arranca desde ese
      * paso.
       Corrida-Nocturna.
           IF Batch-Modo NOT = "S"
               DISPLAY "Ingrese el periodo de la corrida (AAAAMM)"
       Ejecutar-Corrida-Pasos.
           DISPLAY "Corrida nocturna del periodo " Batch-Periodo.
           MOVE "S" TO Corrida-En-Curso.
           MOVE "N" TO Corrida-Retenida.
           MOVE "LIQUIDAR" TO Ctl-Paso.
           PERFORM Ejecutar-Paso-Corrida.
           MOVE "CIERRE" TO Ctl-Paso.
           PERFORM Ejecutar-Paso-Corrida.
           MOVE "VALIDACION" TO Ctl-Paso.
           PERFORM Ejecutar-Paso-Corrida.
           IF Corrida-Retenida = "S"
               DISPLAY "Corrida RETENIDA por alertas criticas en "
                   Val-Archivo-Nombre
               DISPLAY "La dispersion y el respaldo quedan pendientes"
                   " hasta que un supervisor la libere con la"
                   " opcion X."
           ELSE
               MOVE "DISPERSION" TO Ctl-Paso
               PERFORM Ejecutar-Paso-Corrida
               MOVE "RESPALDO" TO Ctl-Paso
               PERFORM Ejecutar-Paso-Corrida
               DISPLAY "Corrida terminada; control en CORRIDA.CTL"
           END-IF.
           MOVE "N" TO Corrida-En-Curso.

       Ejecutar-Paso-Corrida.
           PERFORM Buscar-Paso-Terminado.
           ELSE
               MOVE "INICIO" TO Ctl-Estado
               PERFORM Anotar-Corrida
               MOVE "S" TO Paso-Exitoso
               EVALUATE Ctl-Paso
                   WHEN "LIQUIDAR"
                       PERFORM Liquidar-Nomina
                   WHEN "CIERRE"
                       PERFORM Cierre-Mensual
                   WHEN "VALIDACION"
                       PERFORM Validar-Periodo-Nomina
                   WHEN "DISPERSION"
                       PERFORM Generar-Dispersion
                   WHEN "RESPALDO"
                       PERFORM Respaldo-Fin-De-Dia
               END-EVALUATE
               IF Paso-Exitoso = "S"
                   MOVE "FIN" TO Ctl-Estado
               ELSE
                   IF Corrida-Retenida = "S"
                       MOVE "RETENIDA" TO Ctl-Estado
                   ELSE
                       MOVE "ERROR" TO Ctl-Estado
                   END-IF
               END-IF
               PERFORM Anotar-Corrida
           END-IF.

                   NOT AT END
                       IF Corrida-periodo = Batch-Periodo AND
                           Corrida-paso = Ctl-Paso AND
                           (Corrida-estado(1:6) = "FIN" OR
                            Corrida-estado = "LIBERADA")
                           MOVE "S" TO Ctl-Completado
                       END-IF
               END-READ
