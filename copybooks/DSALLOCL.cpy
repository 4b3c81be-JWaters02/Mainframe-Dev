      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : DSALLOCL                                       *
      *                                                                *
      *  Function    : PARAMETER AREA PASSED TO THE DSALLOC DYNAMIC   *
      *                ALLOCATION SUBROUTINE. THE CALLER SETS THE     *
      *                FUNCTION (I TO ALLOCATE AN EXISTING DATASET    *
      *                FOR INPUT, O TO ALLOCATE ONE FOR OUTPUT,       *
      *                CATALOGUING IT NEW IF IT DOES NOT YET EXIST,   *
      *                F TO FREE THE DD), THE DD NAME ITS SELECT IS   *
      *                ASSIGNED TO, THE DATASET NAME TAKEN FROM THE   *
      *                DISTRIBUTION DIRECTORY AND, FOR OUTPUT, THE    *
      *                RECORD LENGTH. RESULT 0 MEANS DONE AND 9 THAT  *
      *                THE ALLOCATION FAILED, WITH THE SYSTEM RETURN  *
      *                CODE IN DA-DYN-RC FOR THE CALLER TO REPORT.    *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 DSALLOC-PARM.
          05 DA-FUNCTION                   PIC X(01) VALUE 'I'.
             88 DA-ALLOC-INPUT             VALUE 'I'.
             88 DA-ALLOC-OUTPUT            VALUE 'O'.
             88 DA-FREE                    VALUE 'F'.
          05 DA-DDNAME                     PIC X(08) VALUE SPACES.
          05 DA-DSNAME                     PIC X(44) VALUE SPACES.
          05 DA-LRECL                      PIC 9(05) VALUE 0.
          05 DA-RESULT                     PIC X(01) VALUE SPACES.
             88 DA-DONE                    VALUE '0'.
             88 DA-FAILED                  VALUE '9'.
          05 DA-DYN-RC                     PIC S9(09) VALUE 0.
