000040*  RUN.  CARRIES THE EMPLOYER IDENTIFICATION THAT GOES ON THE
000050*  PRINTED W-2 FORMS AND THE SSA SUBMISSION FILE, AND THE TAX
000060*  YEAR BEING FILED.
000070*  USED BY  : W2FILE, CERTPAY
000080*-----------------------------------------------------------------
000090*  DATE       INIT  DESCRIPTION
000100*  ---------  ----  -------------------------------------------
