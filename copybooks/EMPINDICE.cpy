      *> Layout compartido del indice de busqueda del maestro de
      *> empleados (data/EMPINDEX.DAT): una entrada por apellidos y
      *> otra por departamento de cada Emp-ID, con la llave en
      *> mayusculas y el archivo ordenado por tipo+llave+ID, para
      *> que ConsultaEmpleados lea solo el tramo que calza y luego
      *> vaya directo al maestro por la llave relativa en vez de
      *> barrerlo completo. Lo mantiene IndiceEmpleados (quien lo
      *> escribe) y lo leen ConsultaEmpleados y AuditoriaMaestro.
      *> Tipo de entrada: "A" apellidos, "D" departamento.
           01 Indice-Rec.
               05 Ind-Tipo PIC X(1).
               05 Ind-Sep1 PIC X(1).
               05 Ind-Clave PIC X(32).
               05 Ind-Sep2 PIC X(1).
               05 Ind-EmpID PIC 9(6).
