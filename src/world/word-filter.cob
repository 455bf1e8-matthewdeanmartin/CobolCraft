*> One row per masked message in logs/moderation.log: when, who, which
*> intake path ("CHAT", "SIGN", "MAIL"), and the original text - so
*> repeat offenders surface in review even though what the server
*> delivered was already masked. The chat flood guard writes here too:
*> "FLOOD" with the text of a message it refused, "FLOODWRN" where it
*> warned the sender.
IDENTIFICATION DIVISION.
PROGRAM-ID. ModerationLog-Append.

