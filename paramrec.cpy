      *    EDAD-JUBILACION edad de jubilacion del listado de legajos
      *    DIAS-CUMPLE     ventana en dias de proximos cumpleanos
      *    DIAS-ANIV       ventana en dias de aniversarios laborales
      *    TOL-COSTO       tolerancia % costo facturado vs GadgetCost
      *    PCT-ANTIGUEDAD  % de antiguedad por anio (liquidacion)
      *    PCT-JUBILACION  % de aporte jubilatorio (liquidacion)
      *    PCT-OBRASOCIAL  % de aporte a obra social (liquidacion)
      *    PCT-PAMI        % de aporte ley 19032 PAMI (liquidacion)
      *    DIAS-PLANIF     dias de ventas que mira la planificacion
      *    PLAZO-ENTREGA   plazo de entrega por defecto, en dias
      *    DIAS-COBERTURA  dias de venta que cubre la reposicion
      *    DIAS-RESERVA    plazo por defecto de una reserva, en dias
      *  Mantenimiento: param_mant.cbl. Cada cambio se propone en la
      *  cola CambiosPendientes.dat (CAMBIO.CPY) y se graba aca recien
      *  cuando lo aprueba otro operador de nivel 3; PRM-Usuario es
      *  quien lo propuso y el journal guarda quien lo aprobo.
      *****************************************************************
       01 ParamRecord.
           03 PRM-Clave          PIC X(15).
