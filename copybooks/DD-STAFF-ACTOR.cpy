    *> --- DD-STAFF-ACTOR ---
    *> Who is acting right now, for the audit trails: set by
    *> ConsoleCommand-Execute for the length of one console command (the
    *> host console or a remote admin session) and by the staff chat
    *> commands that act through the shared ban/ops/mute paths (/warn,
    *> /fill), then cleared again. BanLog-Append, OpsLog-Append,
    *> MuteLog-Append and StaffActionLog-Append copy it into their rows,
    *> so StaffReport-Run can say which staff member did what. A blank
    *> name means no staff action is in progress - an automatic mute, a
    *> ban expiring. The console has no UUID and is recorded with the
    *> server account's all-zero hex. EXTERNAL so the setter and the log
    *> writers see the one record.
01 STAFF-ACTOR EXTERNAL.
    02 STAFF-ACTOR-HEX           PIC X(32).
    02 STAFF-ACTOR-NAME          PIC X(16).
