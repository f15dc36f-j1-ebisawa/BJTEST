*    version of the name wins, so a layout change is a new
*    registry line instead of five programs silently reading
*    five divergent copies of the same file.
*    name:n (CUSTREC:2) asks for version n itself - the older
*    versions stay resolvable, which is what QU_LAYMIG migrates
*    fixture files from.
environment              division.
configuration            section.
input-output             section.
01  w-ver                    pic x(6).
01  w-path                   pic x(200).
01  w-ver-n                  pic 9(4).
01  want-name                pic x(20).
01  want-ver-x               pic x(6).
01  want-ver                 pic 9(4).
linkage section.
01  p-name                   pic x(20).
01  p-path                   pic x(200).
    if reg-fnm = space
        move "data\QULAYOUT.reg" to reg-fnm
    end-if.
    move space to want-name want-ver-x.
    unstring p-name delimited by ":" into want-name want-ver-x.
    move 0 to want-ver.
    if want-ver-x(1:1) >= "0" and want-ver-x(1:1) <= "9"
        compute want-ver = function numval(want-ver-x)
    end-if.
    open input reg-file.
    if reg-sts not = "00"
        goback
           move space to w-name w-ver w-path
           unstring reg-rec delimited by ";"
               into w-name w-ver w-path
           if w-name = want-name and w-path not = space
               move 0 to w-ver-n
               if w-ver(1:1) >= "0" and w-ver(1:1) <= "9"
                   compute w-ver-n = function numval(w-ver)
               end-if
               if (want-ver = 0 or w-ver-n = want-ver)
                  and (p-rc not = 0 or w-ver-n >= p-version)
                   move w-path  to p-path
                   move w-ver-n to p-version
                   move 0 to p-rc
