               05 sc-assez-min       pic 9(02)v99.
               05 sc-bien-min        pic 9(02)v99.
               05 sc-parfait-min     pic 9(02)v99.
      *> the school whose class the scale grades; blank is the home
      *> school. class codes are assigned per school by the district
      *> and never repeat across schools, so the class/subject key
      *> stays unique without it.
               05 sc-school-code     pic x(02).
